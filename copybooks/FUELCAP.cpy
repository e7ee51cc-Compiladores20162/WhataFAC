      *> FUELCAP.cpy - fuel tank capacity parameter record
      *> the most litres a vehicle of each category can take in one
      *> fill-up (file FUELCAP.DAT, one record per VEH-CATEGORY, read
      *> by FUELEFF).
       01  FUEL-CAPACITY-REC.
           05  FCP-VEH-CATEGORY        PIC 9(5).
           05  FCP-TANK-LITRES         PIC 9(4).
