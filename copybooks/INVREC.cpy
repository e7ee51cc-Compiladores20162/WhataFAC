      *> receivable upload (file INVOICE.DAT). RATEADJ appends
      *> adjustment records marked type "A" with a credit/debit
      *> sign; regular charge records carry spaces in both fields.
      *> DSPMAINT appends a type "A" credit with source "D" for each
      *> approved dispute; FUELCHG and RATEADJ never purge those.
       01  INVOICE-REC.
           05  INV-RUN-ID              PIC X(8).
           05  INV-DEPT-CODE           PIC X(4).
           05  INV-ADJUST-SIGN         PIC X(1).
               88  INV-ADJUST-DEBIT    VALUE "+".
               88  INV-ADJUST-CREDIT   VALUE "-".
           05  INV-ADJUST-SOURCE       PIC X(1).
               88  INV-SOURCE-DISPUTE  VALUE "D".
