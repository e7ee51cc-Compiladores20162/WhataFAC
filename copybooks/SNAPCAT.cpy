      *> SNAPCAT.cpy - snapshot generation catalog record
      *> one record per generation still on disk (file SNAPCAT.DAT,
      *> rewritten by SNAPSHOT, which also ages off generations
      *> older than the retention in SNAPPARM.DAT).
       01  SNAP-CATALOG-REC.
           05  SCT-BUSINESS-DATE       PIC 9(8).
           05  SCT-TIMESTAMP           PIC X(26).
           05  SCT-FILE-COUNT          PIC 9(2).
           05  SCT-RECORD-TOTAL        PIC 9(9).
