      *> SNAPLIST.cpy - files captured in a business-date snapshot
      *> every file the nightly chain updates, plus the master change
      *> log that has to stay in step with VEHMAST.IDX and COSTCTR.DAT
      *> and the dispute file that has to stay in step with the
      *> credits DSPMAINT posts to INVOICE.DAT.
      *> SNAPSHOT copies each one into generation file
      *> SNAP.<AAAAMMDD>.<name> (VEHMAST.IDX is unloaded in key order
      *> to SNAP.<AAAAMMDD>.VEHMAST.SEQ) and SNAPREST puts them back.
       01  SNAP-FILE-NAMES.
           05  FILLER                  PIC X(12) VALUE "VEHMAST.IDX".
           05  FILLER                  PIC X(12) VALUE "VEHMAST.PRV".
           05  FILLER                  PIC X(12) VALUE "COSTCTR.DAT".
           05  FILLER                  PIC X(12) VALUE "CHGLOG.DAT".
           05  FILLER                  PIC X(12) VALUE "AUDIT.DAT".
           05  FILLER                  PIC X(12) VALUE "USAGEHST.DAT".
           05  FILLER                  PIC X(12) VALUE "VEHCHG.DAT".
           05  FILLER                  PIC X(12) VALUE "INVOICE.DAT".
           05  FILLER                  PIC X(12) VALUE "TRANSUSP.DAT".
           05  FILLER                  PIC X(12) VALUE "EXTSTAT.DAT".
           05  FILLER                  PIC X(12) VALUE "REGTOTAL.DAT".
           05  FILLER                  PIC X(12) VALUE "TRANSIN.DAT".
           05  FILLER                  PIC X(12) VALUE "TRANSCOR.DAT".
           05  FILLER                  PIC X(12) VALUE "TRANSACT.DAT".
           05  FILLER                  PIC X(12) VALUE "TRANSREJ.DAT".
           05  FILLER                  PIC X(12) VALUE "CHECKPT.DAT".
           05  FILLER                  PIC X(12) VALUE "FUELHST.DAT".
           05  FILLER                  PIC X(12) VALUE "FINEXT.DAT".
           05  FILLER                  PIC X(12) VALUE "DISPUTE.DAT".
           05  FILLER                  PIC X(12) VALUE "KPIHIST.DAT".
       01  SNAP-FILE-TABLE REDEFINES SNAP-FILE-NAMES.
           05  SNAP-FILE-NAME          PIC X(12) OCCURS 20 TIMES.
       01  SNAP-FILE-COUNT             PIC 9(2) VALUE 20.
