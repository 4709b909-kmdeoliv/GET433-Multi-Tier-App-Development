      **** (SU41PGM90) has the account flagged for inactivity -
      **** monetary posting is blocked short of a supervisor override
      **** and the sweep clears the flag when activity resumes.
      **** ACCT-HOLD-AMOUNT is the part of ACCT-BALANCE still under a
      **** deposit availability hold (one FUNDHOLD record per held
      **** deposit); ACCT-BALANCE less this is the available balance
      **** withdrawals are tested against.  P51ACCT adds to it, the
      **** nightly release (SU41FHRL) takes matured holds off it.
      **** Records from before it was carved out of FILLER carry
      **** spaces here - read non-numeric as zero.
      **** ACCT-TYPE is 'L' for an installment loan opened on P45ACCT
      **** - the terms and outstanding principal are on LOANMAST and
      **** the schedule on AMORTSCH; ACCT-BALANCE then holds payments
      **** received but not yet applied by the nightly loan billing
      **** run (SU41LNBL).  Spaces (all older records) = revolving.
      ********************************************************************
       05  ACCT-NUMBER                 PIC X(08).
       05  ACCT-STATUS                 PIC X(01).
           88  ACCT-CHANGE-PENDING         VALUE 'P'.
       05  ACCT-DORMANT-FLAG           PIC X(01).
           88  ACCT-DORMANT                VALUE 'D'.
       05  ACCT-HOLD-AMOUNT            PIC 9(9)V99.
       05  ACCT-TYPE                   PIC X(01).
           88  ACCT-LOAN                   VALUE 'L'.
       05  FILLER                      PIC X(06).
      **** End of Account Record *******************************************
