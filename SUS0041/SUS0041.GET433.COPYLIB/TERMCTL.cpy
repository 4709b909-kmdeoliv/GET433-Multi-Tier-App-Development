      **** Term-Close Control Record  Length 30 ************************
      **** One record per run, read once at job start by the end-of-
      **** term academic runs (grade posting SU41GRDP and the runs
      **** that follow it).  TC-TERM names the term being closed, in
      **** the CAL-TERM form the academic calendar uses, so a job run
      **** days after the term's CAL-END-DATE still knows which term
      **** it is working on.  A missing card is an abend, not a
      **** default - closing the wrong term is not recoverable by a
      **** rerun. ******************************************************
       01  TERM-CLOSE-RECORD.
           05  TC-TERM                PIC X(06).
           05                         PIC X(24).
      **** End of Term-Close Control Record ****************************
