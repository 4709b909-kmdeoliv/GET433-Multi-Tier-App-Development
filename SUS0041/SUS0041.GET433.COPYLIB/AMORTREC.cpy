      **** Loan Amortization Schedule Record  Length 120 ***************
      **** KSDS AMORTSCH, key = account number + installment number.
      **** One record per installment, written in full by P45ACCT
      **** when the loan is opened: level payment, its split between
      **** interest and principal, and the scheduled balance after
      **** it (the last installment absorbs the rounding).  SU41LNBL
      **** marks an installment billed on its due date and paid once
      **** the interest and principal paid reach the scheduled
      **** amounts.  No 01-level here by design - COPY AMORTREC under
      **** the caller's own 01. ****************************************
       05  AM-KEY.
           10  AM-ACCT-NUMBER          PIC X(08).
           10  AM-INST-NO              PIC 9(03).
       05  AM-DUE-DATE                 PIC 9(08).
       05  AM-PAYMENT                  PIC 9(9)V99.
       05  AM-INTEREST                 PIC 9(9)V99.
       05  AM-PRINCIPAL                PIC 9(9)V99.
       05  AM-BALANCE-AFTER            PIC 9(9)V99.
       05  AM-STATUS                   PIC X(01).
           88  AM-SCHEDULED                VALUE 'S'.
           88  AM-BILLED                   VALUE 'B'.
           88  AM-PAID                     VALUE 'P'.
       05  AM-BILLED-DATE              PIC 9(08).
       05  AM-PAID-DATE                PIC 9(08).
       05  AM-INT-PAID                 PIC 9(9)V99.
       05  AM-PRIN-PAID                PIC 9(9)V99.
       05  FILLER                      PIC X(18).
      **** End of Loan Amortization Schedule Record ********************
