      *> DSPTRN.cpy - charge dispute transaction record
      *> "R" raises a dispute for a department against the charge of
      *> one vehicle on one run date, with the reason; "A" approves
      *> and "N" denies an open dispute by its number
      *> (file DSPTRN.DAT, read by DSPMAINT).
       01  DISPUTE-TRANS-REC.
           05  DST-ACTION              PIC X(1).
               88  DST-ACTION-RAISE    VALUE "R".
               88  DST-ACTION-APPROVE  VALUE "A".
               88  DST-ACTION-DENY     VALUE "N".
           05  DST-NUMBER              PIC 9(6).
           05  DST-DEPT-CODE           PIC X(4).
           05  DST-RUN-ID              PIC X(8).
           05  DST-RUN-DATE REDEFINES DST-RUN-ID PIC 9(8).
           05  DST-VEH-ID              PIC 9(5).
           05  DST-REASON              PIC X(30).
