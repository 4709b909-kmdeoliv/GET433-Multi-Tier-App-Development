      **** FICA Control Record  Length 40 ******************************
      **** One record per run, read once at job start by the pay cycle
      **** (SU41PGM44) and the off-cycle run (SU41OFCY).  Social
      **** security is FIC-SS-PCT percent from the employee and again
      **** from the employer on wages up to FIC-SS-WAGE-BASE for the
      **** year; Medicare is FIC-MED-PCT percent each on all wages,
      **** plus FIC-ADDL-PCT percent from the employee alone on wages
      **** over FIC-ADDL-THRESH for the year.  A missing card means
      **** the rates the programs carry. *******************************
       01  FICA-CONTROL-RECORD.
           05  FIC-SS-PCT             PIC 9(02)V99.
           05  FIC-SS-WAGE-BASE       PIC 9(07)V99.
           05  FIC-MED-PCT            PIC 9(02)V99.
           05  FIC-ADDL-THRESH        PIC 9(07)V99.
           05  FIC-ADDL-PCT           PIC 9(02)V99.
           05                         PIC X(10).
      **** End of FICA Control Record **********************************
