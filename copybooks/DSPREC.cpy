      *> DSPREC.cpy - charge dispute record
      *> one record per dispute a department raises against a
      *> VEHCHG.DAT charge (run date and vehicle), with the amount as
      *> charged. Status moves from "O" open to "A" approved or "N"
      *> denied; an approved dispute carries the run date of the
      *> credit invoice posted for it (file DISPUTE.DAT, maintained
      *> by DSPMAINT, read by MONBILL and DSPAGE).
       01  DISPUTE-REC.
           05  DSP-NUMBER              PIC 9(6).
           05  DSP-DEPT-CODE           PIC X(4).
           05  DSP-RUN-ID              PIC X(8).
           05  DSP-VEH-ID              PIC 9(5).
           05  DSP-CHARGE-AMOUNT       PIC 9(9)V99.
           05  DSP-STATUS              PIC X(1).
               88  DSP-STATUS-OPEN     VALUE "O".
               88  DSP-STATUS-APPROVED VALUE "A".
               88  DSP-STATUS-DENIED   VALUE "N".
           05  DSP-OPEN-DATE           PIC 9(8).
           05  DSP-DECISION-DATE       PIC 9(8).
           05  DSP-CREDIT-RUN-ID       PIC X(8).
           05  DSP-REASON              PIC X(30).
