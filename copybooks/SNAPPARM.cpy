      *> SNAPPARM.cpy - snapshot retention parameter record
      *> number of days a generation is kept before SNAPSHOT ages it
      *> off (file SNAPPARM.DAT, one record, optional; 14 days when
      *> missing or zero).
       01  SNAP-PARM-REC.
           05  SNP-RETENTION-DAYS      PIC 9(3).
