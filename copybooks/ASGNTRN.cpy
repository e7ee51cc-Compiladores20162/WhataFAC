      *> ASGNTRN.cpy - vehicle assignment transaction record
      *> "O" checks a vehicle out to a driver, "I" checks it back in
      *> (file ASGNTRN.DAT, read by ASGMAINT).
       01  ASSIGN-TRANS-REC.
           05  AGT-ACTION              PIC X(1).
               88  AGT-ACTION-CHECK-OUT VALUE "O".
               88  AGT-ACTION-CHECK-IN VALUE "I".
           05  AGT-VEH-ID              PIC 9(5).
           05  AGT-EMPLOYEE-ID         PIC 9(6).
           05  AGT-DATE                PIC 9(8).
