      *> ASSETREC.cpy - fixed-asset register record
      *> one record per vehicle, keyed by AST-VEH-ID (same key as
      *> VEHMAST.IDX): acquisition date and cost, useful life in
      *> months, salvage value, the odometer reading at which the unit
      *> is due for replacement (zero means age only) and the disposal
      *> status. depreciation is straight line from the acquisition
      *> month (file ASSETMST.IDX, maintained by ASSETMNT, read by
      *> VEHMAINT and DEPRRUN).
       01  ASSET-REC.
           05  AST-VEH-ID              PIC 9(5).
           05  AST-ACQ-DATE            PIC 9(8).
           05  AST-COST                PIC 9(9)V99.
           05  AST-LIFE-MONTHS         PIC 9(3).
           05  AST-SALVAGE-VALUE       PIC 9(9)V99.
           05  AST-REPLACE-ODOMETER    PIC 9(5).
           05  AST-DISPOSAL-STATUS     PIC X(1).
               88  AST-IN-SERVICE      VALUE "A".
               88  AST-DISPOSED        VALUE "B".
           05  AST-DISPOSAL-DATE       PIC 9(8).
