      **** Paid Expense Claim History Record  Length 80 ****************
      **** KSDS EXHFILE, key = the expense system's claim number.
      **** Permanent: one record per claim the reimbursement edit
      **** (SU41EXPR) has ever accepted for payment, never deleted,
      **** so a claim resent in a later feed is refused rather than
      **** paid a second time.  EXH-EDIT-DATE and EXH-PERIOD are the
      **** run date and fiscal period the claim was accepted and
      **** journaled in.  No 01-level here by design - COPY EXHREC
      **** under the caller's own 01. **********************************
       05  EXH-CLAIM-NO                PIC X(10).
       05  EXH-EMP-ID                  PIC X(07).
       05  EXH-TYPE                    PIC X(01).
       05  EXH-AMOUNT                  PIC 9(05)V99.
       05  EXH-APPROVED-DATE           PIC 9(08).
       05  EXH-EDIT-DATE               PIC 9(08).
       05  EXH-PERIOD                  PIC 9(06).
       05  FILLER                      PIC X(33).
      **** End of Paid Expense Claim History Record *******************
