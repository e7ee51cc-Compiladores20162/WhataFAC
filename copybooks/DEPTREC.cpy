      *> DEPTREC.cpy - department master record
      *> one record per billable department; CCX-DEPT-CODE on the
      *> cost-center cross-reference must exist here
      *> (file DEPTMAST.DAT, maintained by hand, read by CCXMAINT and
      *> BUDALERT; monthly budgets are kept in DEPTBUDG.DAT).
       01  DEPARTMENT-REC.
           05  DPT-DEPT-CODE           PIC X(4).
           05  DPT-DEPT-NAME           PIC X(30).
