      *> KPIREC.cpy - nightly fleet KPI record
      *> one record per business date, taken at the end of the
      *> nightly chain from the files the other steps write: fleet
      *> size and mediaCarros (SUMMARY.RPT), km driven and idle
      *> vehicles (USAGEHST.DAT), fuel charged (VEHCHG.DAT), overdue
      *> work orders (WORKORD.DAT), rejects (TRANSREJ.DAT) and the
      *> suspense backlog (TRANSUSP.DAT)
      *> (file KPIHIST.DAT, appended by KPISNAP, read by KPITREND).
       01  KPI-REC.
           05  KPI-BUSINESS-DATE       PIC 9(8).
           05  KPI-FLEET-SIZE          PIC 9(5).
           05  KPI-MEDIA-CARROS        PIC 9(5).
           05  KPI-KM-DRIVEN           PIC 9(9).
           05  KPI-FUEL-CHARGED        PIC 9(9)V99.
           05  KPI-COST-PER-KM         PIC 9(5)V9999.
           05  KPI-IDLE-COUNT          PIC 9(5).
           05  KPI-OVERDUE-SERVICES    PIC 9(5).
           05  KPI-REJECT-COUNT        PIC 9(5).
           05  KPI-SUSPENSE-BACKLOG    PIC 9(5).
