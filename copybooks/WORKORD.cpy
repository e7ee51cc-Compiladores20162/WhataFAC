      *> WORKORD.cpy - preventive maintenance work-order record
      *> one record per work order (file WORKORD.DAT). MNTSCHED opens
      *> an order for each vehicle it lists as due or overdue unless
      *> one is already open, raising the trigger of an open "A" order
      *> to "V" once the vehicle is overdue; WOCLOSE closes it with the
      *> service date and odometer and posts SVCHIST.DAT; WOAGING
      *> ages the open ones.
       01  WORK-ORDER-REC.
           05  WO-NUMBER               PIC 9(6).
           05  WO-VEH-ID               PIC 9(5).
           05  WO-STATUS               PIC X(1).
               88  WO-STATUS-OPEN      VALUE "O".
               88  WO-STATUS-CLOSED    VALUE "C".
           05  WO-TRIGGER              PIC X(1).
               88  WO-TRIGGER-OVERDUE  VALUE "V".
               88  WO-TRIGGER-DUE      VALUE "A".
           05  WO-OPEN-DATE            PIC 9(8).
           05  WO-OPEN-ODOMETER        PIC 9(5).
           05  WO-CLOSE-DATE           PIC 9(8).
           05  WO-CLOSE-ODOMETER       PIC 9(5).
