      **** Directory-Privacy Release Log Record  Length 80 ************
      **** Sequential RELLOG, appended (OPEN EXTEND) by any outbound
      **** run that still releases a student whose directory
      **** information is withheld (PRVREC.CPY) - the clearinghouse
      **** enrollment-verification file (SU41NSCX) is the standing
      **** case.  One record per student per release: who, when, by
      **** which program, to whom and what.  Read by the monthly
      **** release report (SU41PRVR).  No 01-level here by design -
      **** COPY RLSREC under the caller's own 01. **********************
       05  RL-SSN                      PIC 9(09).
       05  RL-DATE                     PIC 9(08).
       05  RL-TIME                     PIC 9(06).
       05  RL-PROGRAM                  PIC X(08).
       05  RL-RECIPIENT                PIC X(20).
       05  RL-DATA                     PIC X(20).
       05  FILLER                      PIC X(09).
      **** End of Directory-Privacy Release Log Record ****************
