      **** Deposit Availability Hold Record  Length 80 *****************
      **** KSDS FUNDHOLD, key = account number + date + time (22) -
      **** THE SAME KEY AS THE ACCTLDG ENTRY OF THE DEPOSIT IT HOLDS,
      **** SO THE POSTING-HISTORY SCREEN (P47ACCT) FINDS A POSTING'S
      **** HOLD BY READING WITH THE LEDGER KEY.  P51ACCT WRITES ONE
      **** FOR EVERY DEPOSIT WHOSE TRANCTL CODE CARRIES HOLD DAYS AND
      **** ADDS THE AMOUNT TO ACCT-HOLD-AMOUNT; THE NIGHTLY RELEASE
      **** (SU41FHRL) MARKS IT RELEASED ONCE FHD-RELEASE-DATE ARRIVES
      **** AND TAKES IT BACK OFF.  RELEASED HOLDS STAY ON FILE SO THE
      **** HISTORY STILL SHOWS WHEN THE MONEY CAME FREE.  No 01-level
      **** here by design - COPY FHDREC under the caller's own 01. ****
       05  FHD-KEY.
           10  FHD-ACCT-NUMBER         PIC X(08).
           10  FHD-DATE                PIC 9(08).
           10  FHD-TIME                PIC 9(06).
       05  FHD-TRAN-CODE               PIC X(04).
       05  FHD-AMOUNT                  PIC 9(9)V99.
       05  FHD-RELEASE-DATE            PIC 9(08).
       05  FHD-STATUS                  PIC X(01).
           88  FHD-HELD                    VALUE 'H'.
           88  FHD-RELEASED                VALUE 'R'.
       05  FHD-USERID                  PIC X(08).
       05  FILLER                      PIC X(26).
      **** End of Deposit Availability Hold Record *********************
