      *> SNAPMAN.cpy - snapshot generation manifest record
      *> one record per file in SNAPLIST.cpy: whether the file existed
      *> when the generation was taken and how many records it held
      *> (file SNAP.<AAAAMMDD>.MAN, written by SNAPSHOT, read by
      *> SNAPREST to verify a restore).
       01  SNAP-MANIFEST-REC.
           05  MAN-BUSINESS-DATE       PIC 9(8).
           05  MAN-FILE-NAME           PIC X(12).
           05  MAN-PRESENT             PIC X(1).
               88  MAN-FILE-PRESENT    VALUE "Y".
               88  MAN-FILE-ABSENT     VALUE "N".
           05  MAN-RECORD-COUNT        PIC 9(9).
