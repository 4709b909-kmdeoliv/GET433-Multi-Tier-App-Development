      **** Grade-Scale Control Record  Length 30 ***********************
      **** One record per grade the registrar may report (A, A-, B+,
      **** ... F, W, I, P, NP), loaded into a table at job start by
      **** the grade posting run (SU41GRDP).  GRD-POINTS is the
      **** quality-point value of one credit hour at that grade.  A
      **** grade that does not count in the GPA (W, I, P, NP, AU)
      **** carries 'N' in GRD-IN-GPA; a grade that does not earn the
      **** credit (F, W, I, NP, AU) carries 'N' in GRD-EARNS.  A
      **** SCALE CHANGE IS A FILE SWAP, NOT A RECOMPILE. ***************
       01  GRADE-SCALE-RECORD.
           05  GRD-CODE               PIC X(02).
           05  GRD-POINTS             PIC 9(01)V99.
           05  GRD-IN-GPA             PIC X(01).
               88  GRD-COUNTS-IN-GPA      VALUE 'Y'.
           05  GRD-EARNS              PIC X(01).
               88  GRD-EARNS-CREDIT       VALUE 'Y'.
           05                         PIC X(23).
      **** End of Grade-Scale Control Record ***************************
