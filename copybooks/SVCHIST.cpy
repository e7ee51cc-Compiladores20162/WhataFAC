      *> SVCHIST.cpy - completed service history record
      *> one record per completed service with the odometer at the
      *> time of the service (file SVCHIST.DAT, appended by WOCLOSE
      *> when a work order closes, read by MNTSCHED).
       01  SERVICE-HISTORY-REC.
           05  SVC-VEH-ID              PIC 9(5).
           05  SVC-DATE                PIC 9(8).
