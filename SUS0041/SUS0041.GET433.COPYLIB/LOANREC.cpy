      **** Installment Loan Master Record  Length 180 ******************
      **** KSDS LOANMAST, key = account number.  One record per
      **** account opened as an installment loan (ACCT-TYPE 'L') on
      **** P45ACCT, which fixes the terms and the level payment and
      **** writes the AMORTSCH schedule beside it.  The nightly loan
      **** billing run (SU41LNBL) bills each installment on its due
      **** date, applies the payments waiting in ACCT-BALANCE -
      **** interest first, then principal - and keeps the position
      **** and delinquency fields below current.  LN-INT-THRU-DATE
      **** is the due date of the last installment billed (the open
      **** date until the first is billed); the payoff quote
      **** (P56ACCT) accrues per-diem interest from it.  No 01-level
      **** here by design - COPY LOANREC under the caller's own 01. ****
       05  LN-ACCT-NUMBER              PIC X(08).
       05  LN-STATUS                   PIC X(01).
           88  LN-OPEN                     VALUE 'O'.
           88  LN-PAID-OFF                 VALUE 'P'.
       05  LN-PRINCIPAL                PIC 9(9)V99.
       05  LN-ANNUAL-RATE              PIC 9(2)V9(4).
       05  LN-TERM-MONTHS              PIC 9(03).
       05  LN-PAYMENT                  PIC 9(9)V99.
       05  LN-OPEN-DATE                PIC 9(08).
       05  LN-FIRST-DUE-DATE           PIC 9(08).
       05  LN-PRIN-OUTSTANDING         PIC 9(9)V99.
       05  LN-NEXT-BILL-NO             PIC 9(03).
       05  LN-NEXT-PAY-NO              PIC 9(03).
       05  LN-AMOUNT-DUE               PIC 9(9)V99.
       05  LN-INT-DUE                  PIC 9(9)V99.
       05  LN-INT-THRU-DATE            PIC 9(08).
       05  LN-OLDEST-DUE-DATE          PIC 9(08).
       05  LN-DELINQ-DAYS              PIC 9(05).
       05  LN-LAST-BILL-DATE           PIC 9(08).
       05  LN-LAST-PAY-DATE            PIC 9(08).
       05  LN-INT-PAID                 PIC 9(9)V99.
       05  LN-PRIN-PAID                PIC 9(9)V99.
       05  LN-OPEN-USERID              PIC X(08).
       05  FILLER                      PIC X(18).
      **** End of Installment Loan Master Record ***********************
