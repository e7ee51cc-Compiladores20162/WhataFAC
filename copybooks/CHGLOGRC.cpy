      *> CHGLOGRC.cpy - master change-log record (file CHGLOG.DAT)
      *> one record per applied add/change/delete, appended by VEHMAINT
      *> (vehicle master) and CCXMAINT (cost-center cross-reference)
      *> with the before and after images; blank before image on an
      *> add, blank after image on a delete. read by ASOFVIEW to roll
      *> the current masters back to any business date.
       01  CHANGE-LOG-REC.
           05  CHG-BUSINESS-DATE       PIC 9(8).
           05  CHG-RUN-ID              PIC X(8).
           05  CHG-TIMESTAMP           PIC X(26).
           05  CHG-PROGRAM             PIC X(8).
           05  CHG-ENTITY              PIC X(1).
               88  CHG-ENTITY-VEHICLE  VALUE "V".
               88  CHG-ENTITY-CCX      VALUE "C".
           05  CHG-ACTION              PIC X(1).
               88  CHG-ACTION-ADD      VALUE "A".
               88  CHG-ACTION-CHANGE   VALUE "C".
               88  CHG-ACTION-DELETE   VALUE "D".
           05  CHG-VEH-ID              PIC 9(5).
           05  CHG-BEFORE-IMAGE        PIC X(25).
           COPY VEHREC
               REPLACING ==01  VEHICLE-REC==      BY ==05  CHG-BEFORE-VEHICLE REDEFINES CHG-BEFORE-IMAGE==
                         ==05  VEH-ID==            BY ==10  CHG-BEF-VEH-ID==
                         ==05  VEH-CATEGORY==      BY ==10  CHG-BEF-VEH-CATEGORY==
                         ==05  VEH-ODOMETER==      BY ==10  CHG-BEF-VEH-ODOMETER==
                         ==05  VEH-FUEL-VALUATION== BY ==10  CHG-BEF-VEH-FUEL-VALUATION==.
           COPY CCXREF
               REPLACING ==01  COST-CENTER-REC== BY ==05  CHG-BEFORE-CCX REDEFINES CHG-BEFORE-IMAGE==
                         ==05  CCX-VEH-ID==      BY ==10  CHG-BEF-CCX-VEH-ID==
                         ==05  CCX-DEPT-CODE==   BY ==10  CHG-BEF-CCX-DEPT-CODE==.
           05  CHG-AFTER-IMAGE         PIC X(25).
           COPY VEHREC
               REPLACING ==01  VEHICLE-REC==      BY ==05  CHG-AFTER-VEHICLE REDEFINES CHG-AFTER-IMAGE==
                         ==05  VEH-ID==            BY ==10  CHG-AFT-VEH-ID==
                         ==05  VEH-CATEGORY==      BY ==10  CHG-AFT-VEH-CATEGORY==
                         ==05  VEH-ODOMETER==      BY ==10  CHG-AFT-VEH-ODOMETER==
                         ==05  VEH-FUEL-VALUATION== BY ==10  CHG-AFT-VEH-FUEL-VALUATION==.
           COPY CCXREF
               REPLACING ==01  COST-CENTER-REC== BY ==05  CHG-AFTER-CCX REDEFINES CHG-AFTER-IMAGE==
                         ==05  CCX-VEH-ID==      BY ==10  CHG-AFT-CCX-VEH-ID==
                         ==05  CCX-DEPT-CODE==   BY ==10  CHG-AFT-CCX-DEPT-CODE==.
