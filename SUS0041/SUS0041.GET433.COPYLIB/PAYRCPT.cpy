      **** Cashier Window Receipt Record  Length 80 ********************
      **** ESDS CSHRCPT, appended by the receipting screen (P48STU) as
      **** each receipt is issued.  The first 34 bytes are the daily
      **** payment record SU41PGM24 posts and SU41PGM66 balances, so
      **** the day's window receipts go into the PAYFILE input as
      **** they stand; the rest sits in that record's unused filler.
      **** CR-CAMPUS is the campus of the window that took the
      **** receipt, from the cashier's security profile (SECREC) -
      **** SU41PGM24 journals it as the receiving campus.
      **** No 01-level here by design - COPY PAYRCPT under the
      **** caller's own 01. ********************************************
       05  CR-SSN                      PIC 9(09).
       05  CR-AMOUNT                   PIC 9(07)V99.
       05  CR-DATE                     PIC 9(08).
       05  CR-SOURCE                   PIC X(01).
       05  CR-SESSION-ID               PIC X(06).
       05  CR-TENDER                   PIC X(01).
           88  CR-TENDER-VALID             VALUE 'C' 'K' 'R'.
       05  CR-RECEIPT-NO               PIC X(10).
       05  CR-CASHIER                  PIC X(08).
       05  CR-TIME                     PIC 9(06).
       05  CR-CAMPUS                   PIC X(01).
       05  FILLER                      PIC X(21).
      **** End of Cashier Window Receipt Record ************************
