      *> DRVREC.cpy - driver master record
      *> one record per employee allowed to drive fleet vehicles, with
      *> the licence category held (up to two letters, e.g. "AB") and
      *> the licence expiry date (file DRVMAST.DAT, maintained by
      *> hand like DEPTMAST.DAT, read by ASGMAINT, ODODELTA, FUELEFF
      *> and LICEXP).
       01  DRIVER-REC.
           05  DRV-EMPLOYEE-ID         PIC 9(6).
           05  DRV-NAME                PIC X(30).
           05  DRV-HOME-DEPT           PIC X(4).
           05  DRV-LICENCE-CATEGORY    PIC X(2).
           05  DRV-LICENCE-EXPIRY      PIC 9(8).
