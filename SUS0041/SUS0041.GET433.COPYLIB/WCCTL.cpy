      **** Workers' Compensation Class Control Record  Length 80 *******
      **** One record per title and department - the carrier's risk
      **** class that PR-TITLE in PR-DEPARTMENT is rated under, and
      **** the class's premium rate per $100 of reportable payroll.  A
      **** record with WCC-DEPARTMENT blank classes the title in every
      **** department that has no record of its own.  Loaded into a
      **** table at job start by the premium report (SU41WCMP).  A
      **** RATE CHANGE AT RENEWAL IS A FILE SWAP, NOT A RECOMPILE. *****
       01  WC-CLASS-RECORD.
           05  WCC-TITLE              PIC X(20).
           05  WCC-DEPARTMENT         PIC X(10).
           05  WCC-CLASS-CODE         PIC X(04).
           05  WCC-CLASS-DESC         PIC X(30).
           05  WCC-RATE               PIC 9(03)V9999.
           05                         PIC X(09).
      **** End of Workers' Compensation Class Control Record ***********
