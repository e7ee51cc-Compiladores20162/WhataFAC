      *> per job and business date, with the final return code; a
      *> refused start is logged as an "R" record carrying the
      *> refusal status (10/20) in RC-RETURN-CODE. only a "C" record
      *> with return code zero marks the date as completed; a later
      *> "B" record (snapshot rollback by SNAPREST) reopens the date
      *> for every job.
       01  RUN-CONTROL-REC.
           05  RC-BUSINESS-DATE        PIC 9(8).
           05  RC-JOB-NAME             PIC X(8).
               88  RC-EVENT-START      VALUE "S".
               88  RC-EVENT-COMPLETE   VALUE "C".
               88  RC-EVENT-REFUSED    VALUE "R".
               88  RC-EVENT-ROLLBACK   VALUE "B".
           05  RC-TIMESTAMP            PIC X(26).
           05  RC-RETURN-CODE          PIC 9(4).
