      **** ADJUSTMENT).  THE CODE ITSELF GOES TO THE LEDGER AS
      **** LDG-SOURCE, SO THE POSTING HISTORY SAYS WHAT KIND OF MONEY
      **** MOVED - A DEPOSIT AND A FAT-FINGER NO LONGER LOOK ALIKE.
      **** TRN-HOLD-DAYS ON A '+' CODE PUTS THE DEPOSIT UNDER AN
      **** AVAILABILITY HOLD FOR THAT MANY CALENDAR DAYS (FUNDHOLD);
      **** ZERO OR SPACES MEANS THE MONEY IS AVAILABLE AT ONCE.
      **** TRN-CASH-IND 'Y' MARKS A CODE THAT MOVES CURRENCY OVER
      **** THE COUNTER; THE LARGE-CASH REVIEW (SU41CTRR) TOTALS ONLY
      **** THOSE CODES TOWARD THE CURRENCY TRANSACTION THRESHOLD.
      **** No 01-level here by design - COPY TRANCTL under the
      **** caller's own 01. *********************************************
       05  TRN-CODE                    PIC X(04).
       05  TRN-SIGN                    PIC X(01).
           88  TRN-CREDIT                  VALUE '+'.
           88  TRN-DEBIT                   VALUE '-'.
       05  TRN-HOLD-DAYS               PIC 9(03).
       05  TRN-CASH-IND                PIC X(01).
           88  TRN-CASH                    VALUE 'Y'.
       05  FILLER                      PIC X(51).
      **** End of Monetary Transaction Code Control Record **************
