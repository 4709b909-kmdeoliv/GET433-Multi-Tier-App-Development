      **** Currency Transaction Report Record  Length 80 ***************
      **** Written by the large-cash review (SU41CTRR), one per
      **** holder whose cash in or cash out for the business day
      **** exceeds the reporting threshold.  The holder is the
      **** CUSTLINK customer when the accounts are linked - every
      **** linked account's cash counts toward the one total - or
      **** the account itself when it has no link (CTR-HOLDER-TYPE
      **** 'C' or 'A').  The file is the filing extract compliance
      **** works from; the amounts are unsigned totals.
      **** No 01-level here by design - COPY CTRREC under the
      **** caller's own 01. ********************************************
       05  CTR-HOLDER-KEY              PIC X(08).
       05  CTR-HOLDER-TYPE             PIC X(01).
           88  CTR-CUSTOMER                VALUE 'C'.
           88  CTR-ACCOUNT                 VALUE 'A'.
       05  CTR-SURNAME                 PIC X(20).
       05  CTR-FIRST-NAME              PIC X(15).
       05  CTR-BUS-DATE                PIC 9(08).
       05  CTR-CASH-IN                 PIC 9(09)V99.
       05  CTR-CASH-OUT                PIC 9(09)V99.
       05  CTR-TRAN-CNT                PIC 9(03).
       05  FILLER                      PIC X(03).
      **** End of Currency Transaction Report Record *******************
