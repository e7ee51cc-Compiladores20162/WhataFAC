      *> FUELHST.cpy - accepted fuel fill-up history record
      *> business date of the FUELEDIT run that accepted it plus the
      *> shared FUELTRN.cpy fill-up layout, pulled in with COPY
      *> REPLACING (file FUELHST.DAT, appended by FUELEDIT, read by
      *> FUELEFF).
       01  FUEL-HISTORY-REC.
           05  FLH-RUN-DATE            PIC 9(8).
           COPY FUELTRN
               REPLACING ==01  FUEL-TRANS-REC==       BY ==05  FLH-FILL-DETAIL==
                         ==05  FTR-VEH-ID==           BY ==10  FLH-VEH-ID==
                         ==05  FTR-DATE==             BY ==10  FLH-DATE==
                         ==05  FTR-LITRES==           BY ==10  FLH-LITRES==
                         ==05  FTR-PRICE-PER-LITRE==  BY ==10  FLH-PRICE-PER-LITRE==
                         ==05  FTR-STATION==          BY ==10  FLH-STATION==
                         ==05  FTR-PUMP-ODOMETER==    BY ==10  FLH-PUMP-ODOMETER==.
