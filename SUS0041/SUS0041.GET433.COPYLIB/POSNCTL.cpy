      **** Position Control Record  Length 80 **************************
      **** One record per budgeted position - a division/department/
      **** title combination with the FTE and annual salary budgeted
      **** for it.  Loaded into a table at job start by the hire load
      **** (SU41PGM84), the pending-change apply (SU41PGM83) and the
      **** monthly position control report (SU41PCTL).  Every active
      **** employee fills 1.00 FTE of the position matching their
      **** PR-DIVISION/PR-DEPARTMENT/PR-TITLE; a position is open
      **** while its filled FTE is under PCN-BUDGET-FTE.  A BUDGET
      **** CHANGE IS A FILE SWAP, NOT A RECOMPILE. *******************
       01  POSITION-CONTROL-RECORD.
           05  PCN-DIVISION           PIC X(10).
           05  PCN-DEPARTMENT         PIC X(10).
           05  PCN-TITLE              PIC X(20).
           05  PCN-BUDGET-FTE         PIC 9(03)V99.
           05  PCN-BUDGET-SALARY      PIC 9(09)V99.
           05                         PIC X(24).
      **** End of Position Control Record ******************************
