      *> DEPTBUD.cpy - department monthly budget record
      *> one record per department per month with the budgeted
      *> charge total and the percentage of it that should raise a
      *> warning (zero means the 90 percent default). keyed by
      *> BUD-DEPT-CODE + BUD-MONTH; BUD-DEPT-CODE must exist on
      *> DEPTMAST.DAT (file DEPTBUDG.DAT, maintained by hand
      *> alongside DEPTMAST.DAT, read by BUDALERT).
       01  DEPT-BUDGET-REC.
           05  BUD-DEPT-CODE           PIC X(4).
           05  BUD-MONTH               PIC 9(6).
           05  BUD-AMOUNT              PIC 9(9)V99.
           05  BUD-WARN-PCT            PIC 9(3).
