      **** spaces for an ordinary money change and 'DENY' when the
      **** account-open screening queued a denied-party hit - the
      **** checker's ruling then activates or closes the account
      **** instead of moving money.  'CLRV' is a limit change the
      **** quarterly credit-limit review (SU41CLRV) recommended - the
      **** maker is the job, and approval moves the limit only,
      **** leaving whatever balance the account has by then.  No
      **** 01-level here by design - COPY APPRREC under the caller's
      **** own 01. *****************************************************
       05  APR-ACCT-NUMBER             PIC X(08).
       05  APR-MAKER                   PIC X(08).
       05  APR-DATE                    PIC 9(08).
       05  APR-NEW-LIMIT               PIC 9(9)V99.
       05  APR-REASON                  PIC X(04).
           88  APR-DENY-HIT                VALUE 'DENY'.
           88  APR-LIMIT-REVIEW            VALUE 'CLRV'.
       05  FILLER                      PIC X(02).
      **** End of Pending-Approval Queue Record ************************
