      *> ASGNREC.cpy - vehicle assignment history record
      *> one record per check-out of a vehicle to a driver; the
      *> check-in date is zero while the vehicle is still out
      *> (file VEHASGN.DAT, maintained by ASGMAINT, read by ODODELTA,
      *> FUELEFF and LICEXP).
       01  VEHICLE-ASSIGNMENT-REC.
           05  ASG-VEH-ID              PIC 9(5).
           05  ASG-EMPLOYEE-ID         PIC 9(6).
           05  ASG-CHECK-OUT-DATE      PIC 9(8).
           05  ASG-CHECK-IN-DATE       PIC 9(8).
