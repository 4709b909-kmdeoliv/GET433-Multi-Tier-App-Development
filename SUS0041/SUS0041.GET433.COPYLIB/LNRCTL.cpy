      **** Lien Register Control Record  Length 20 *********************
      **** One record per run, read once at job start by the monthly
      **** lien register (SU41LNRG).  LNC-PERIOD-TO is the as-of date
      **** the liens in force are judged on; liens placed, released
      **** or lapsed from LNC-PERIOD-FROM through it are listed as the
      **** period's movement.  A missing card, or zero in either
      **** field, means the period runs from the first of the run
      **** date's month to the run date itself. ***********************
       01  LIEN-REGISTER-CONTROL-RECORD.
           05  LNC-PERIOD-FROM        PIC 9(08).
           05  LNC-PERIOD-TO          PIC 9(08).
           05                         PIC X(04).
      **** End of Lien Register Control Record *************************
