      *> WOCTRN.cpy - work-order close transaction record
      *> keyed by the work-order number, with the vehicle, the date
      *> the service was done and the odometer read at the shop
      *> (file WOCLOSE.DAT, read by WOCLOSE).
       01  WO-CLOSE-TRANS-REC.
           05  WOC-NUMBER              PIC 9(6).
           05  WOC-VEH-ID              PIC 9(5).
           05  WOC-SERVICE-DATE        PIC 9(8).
           05  WOC-ODOMETER            PIC 9(5).
