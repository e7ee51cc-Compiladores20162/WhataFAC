      *> FUELREJ.cpy - rejected fuel fill-up record
      *> reason code plus the raw fill-up as received (file
      *> FUELREJ.DAT, rewritten by FUELEDIT each run).
       01  FUEL-REJECT-REC.
           05  FRJ-REASON-CODE         PIC X(2).
           05  FRJ-TRANS-DATA          PIC X(36).
