      **** Compliance Review Queue Record  Length 80 *******************
      **** Written by the large-cash review (SU41CTRR) for a holder
      **** whose cash deposits run just under the currency reporting
      **** threshold day after day - the structuring pattern.  Each
      **** queued holder is one 'H' header followed by an 'L' line
      **** for every cash ledger entry of the holder's accounts in
      **** the review window, so the reviewer has the postings in
      **** hand; CRV-NEAR-DAY 'Y' marks the lines that fell on a
      **** near-threshold day.  The header goes out with CRV-STATUS
      **** 'O' (open) for compliance to work.
      **** No 01-level here by design - COPY CRVREC under the
      **** caller's own 01. ********************************************
       05  CRV-HOLDER-KEY              PIC X(08).
       05  CRV-REC-TYPE                PIC X(01).
           88  CRV-HEADER                  VALUE 'H'.
           88  CRV-LEDGER-LINE             VALUE 'L'.
       05  CRV-HEADER-DATA.
           10  CRV-HOLDER-TYPE         PIC X(01).
           10  CRV-SURNAME             PIC X(20).
           10  CRV-FIRST-NAME          PIC X(15).
           10  CRV-WINDOW-FROM         PIC 9(08).
           10  CRV-WINDOW-TO           PIC 9(08).
           10  CRV-NEAR-DAYS           PIC 9(03).
           10  CRV-NEAR-TOTAL          PIC 9(09)V99.
           10  CRV-STATUS              PIC X(01).
               88  CRV-OPEN                VALUE 'O'.
           10  FILLER                  PIC X(04).
       05  CRV-LINE-DATA REDEFINES CRV-HEADER-DATA.
           10  CRV-ACCT-NUMBER         PIC X(08).
           10  CRV-DATE                PIC 9(08).
           10  CRV-TIME                PIC 9(06).
           10  CRV-TRAN-CODE           PIC X(04).
           10  CRV-AMOUNT              PIC S9(09)V99.
           10  CRV-NEAR-DAY            PIC X(01).
           10  CRV-USERID              PIC X(08).
           10  FILLER                  PIC X(25).
      **** End of Compliance Review Queue Record ***********************
