      *> FUELTRN.cpy - daily fuel fill-up transaction record
      *> one record per fill-up from the fuel-card feed (file
      *> FUELIN.DAT, edited by FUELEDIT): vehicle, date of the fill,
      *> litres, price per litre, station and odometer at the pump.
       01  FUEL-TRANS-REC.
           05  FTR-VEH-ID              PIC 9(5).
           05  FTR-DATE                PIC 9(8).
           05  FTR-LITRES              PIC 9(4)V99.
           05  FTR-PRICE-PER-LITRE     PIC 9(3)V999.
           05  FTR-STATION             PIC X(6).
           05  FTR-PUMP-ODOMETER       PIC 9(5).
