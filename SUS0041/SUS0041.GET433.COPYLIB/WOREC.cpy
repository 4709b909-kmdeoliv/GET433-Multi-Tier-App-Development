      **** Bad-Debt Write-Off History Record  Length 80 ***************
      **** KSDS WOFILE, key = SSN.  Permanent: one record per student
      **** whose balance has ever been written off as uncollectible by
      **** SU41BDWO, never deleted.  WO-AMOUNT is the lifetime amount
      **** written off and WO-RECOVERED what has since come back in.
      **** While WO-RECOVERED is short of WO-AMOUNT, a payment that
      **** would otherwise leave a credit balance is a recovery: the
      **** payment run (SU41PGM24) reinstates that much of the
      **** written-off debt (journal type WR) before applying the
      **** payment, reversing the write-off's GL coding carried in
      **** WO-GL-ACCOUNT.  No 01-level here by design - COPY WOREC
      **** under the caller's own 01. **********************************
       05  WO-SSN                      PIC 9(09).
       05  WO-AMOUNT                   PIC 9(07)V99.
       05  WO-RECOVERED                PIC 9(07)V99.
       05  WO-DATE                     PIC 9(08).
       05  WO-PERIOD                   PIC 9(06).
       05  WO-GL-ACCOUNT               PIC X(10).
       05  WO-APPROVER                 PIC X(08).
       05  WO-LAST-RCV-DATE            PIC 9(08).
       05  FILLER                      PIC X(13).
      **** End of Bad-Debt Write-Off History Record *******************
