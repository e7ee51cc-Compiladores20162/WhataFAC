      *> DEPRHST.cpy - monthly depreciation posting record
      *> one record per vehicle per depreciation month with the charge
      *> for the month and the accumulated depreciation and book value
      *> at month end. DEPR-POST-DATE is the business date of the run
      *> that posted it; FINEXT sends the totals of the postings made
      *> on its extract date as the "P" record. a rerun for the same
      *> month replaces that month's postings
      *> (file DEPRHIST.DAT, written by DEPRRUN, read by FINEXT).
       01  DEPR-HISTORY-REC.
           05  DEPR-MONTH              PIC 9(6).
           05  DEPR-POST-DATE          PIC 9(8).
           05  DEPR-VEH-ID             PIC 9(5).
           05  DEPR-AGE-MONTHS         PIC 9(3).
           05  DEPR-CHARGE             PIC 9(9)V99.
           05  DEPR-ACCUMULATED        PIC 9(9)V99.
           05  DEPR-BOOK-VALUE         PIC 9(9)V99.
