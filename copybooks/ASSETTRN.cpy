      *> ASSETTRN.cpy - asset register maintenance transaction record
      *> action code plus the shared ASSETREC.cpy layout, pulled in
      *> with COPY REPLACING (same technique as MNTREC.cpy) so the
      *> transaction fields stay in sync with the register
      *> (file ASSETTRN.DAT, read by ASSETMNT).
       01  ASSET-TRANS-REC.
           05  ATR-ACTION              PIC X(1).
               88  ATR-ACTION-ADD      VALUE "A".
               88  ATR-ACTION-CHANGE   VALUE "C".
               88  ATR-ACTION-DELETE   VALUE "D".
           COPY ASSETREC
               REPLACING ==01  ASSET-REC==            BY ==05  ATR-ASSET-DETAIL==
                         ==05  AST-VEH-ID==            BY ==10  ATR-VEH-ID==
                         ==05  AST-ACQ-DATE==          BY ==10  ATR-ACQ-DATE==
                         ==05  AST-COST==              BY ==10  ATR-COST==
                         ==05  AST-LIFE-MONTHS==       BY ==10  ATR-LIFE-MONTHS==
                         ==05  AST-SALVAGE-VALUE==     BY ==10  ATR-SALVAGE-VALUE==
                         ==05  AST-REPLACE-ODOMETER==  BY ==10  ATR-REPLACE-ODOMETER==
                         ==05  AST-DISPOSAL-STATUS==   BY ==10  ATR-DISPOSAL-STATUS==
                         ==88  AST-IN-SERVICE==        BY ==88  ATR-IN-SERVICE==
                         ==88  AST-DISPOSED==          BY ==88  ATR-DISPOSED==
                         ==05  AST-DISPOSAL-DATE==     BY ==10  ATR-DISPOSAL-DATE==.
