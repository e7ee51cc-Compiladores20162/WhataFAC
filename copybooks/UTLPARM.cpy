      *> UTLPARM.cpy - utilization report parameter record
      *> date range to roll up from the usage history plus the number
      *> of consecutive zero-delta days that flags a vehicle as idle
      *> (file UTILPARM.DAT, one record, read by FLEETUTL; FUELEFF
      *> uses the same date range for its consumption report).
       01  UTIL-PARM-REC.
           05  UTL-START-DATE          PIC 9(8).
           05  UTL-END-DATE            PIC 9(8).
