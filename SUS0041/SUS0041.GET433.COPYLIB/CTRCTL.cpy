      **** Large-Cash Review Control Record  Length 30 *****************
      **** One record per run, read once at job start by the large-
      **** cash and structuring review (SU41CTRR).  CTC-BUS-DATE is
      **** the business day whose cash is tested for a currency
      **** transaction report - zero means the run date.  A holder
      **** whose cash in for a day falls from CTC-FLOOR-PCT percent
      **** of the threshold up to the threshold itself is "near" for
      **** that day; CTC-MIN-DAYS near days inside the CTC-WINDOW-
      **** DAYS ending on the business day put the holder on the
      **** compliance review queue.  A missing card, or a zero in any
      **** field, means the program defaults (10,000.00, 80 percent,
      **** 10 days, 3 near days) apply. ********************************
       01  CASH-REVIEW-CONTROL-RECORD.
           05  CTC-BUS-DATE           PIC 9(08).
           05  CTC-THRESHOLD          PIC 9(07)V99.
           05  CTC-FLOOR-PCT          PIC 9(03).
           05  CTC-WINDOW-DAYS        PIC 9(03).
           05  CTC-MIN-DAYS           PIC 9(03).
           05                         PIC X(04).
      **** End of Large-Cash Review Control Record *********************
