      *> RUNCTLPM.cpy - parameter area for CALL "RUNCTL"
      *> function "S" checks the business date, refuses a duplicate
      *> run unless the rerun indicator is set, and logs the start;
      *> function "E" logs the end with the caller's return code;
      *> function "B" logs a rollback of the business date after
      *> SNAPREST has restored a snapshot generation - completions
      *> logged before it no longer count, so the date can be rerun.
      *> RUNCTL-STATUS: 00 ok, 05 start allowed as an authorized
      *> rerun of an already completed date (caller must restart
      *> from scratch, not resume), 10 business date is not the
           05  RUNCTL-FUNCTION         PIC X(1).
               88  RUNCTL-FUNC-START   VALUE "S".
               88  RUNCTL-FUNC-END     VALUE "E".
               88  RUNCTL-FUNC-ROLLBACK VALUE "B".
           05  RUNCTL-JOB-NAME         PIC X(8).
           05  RUNCTL-BUSINESS-DATE    PIC 9(8).
           05  RUNCTL-RERUN-IND        PIC X(1).
