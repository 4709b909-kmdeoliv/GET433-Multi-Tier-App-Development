      **** Cashier Window Session Record  Length 80 ********************
      **** KSDS CSHSESS, keyed by the operator id the screens already
      **** identify sessions by (EIBTRMID) - one drawer per cashier at
      **** a time.  Opened, receipted against and closed by the
      **** receipting screen (P48STU).  CSS-SESSION-ID is the id the
      **** receipts and the declared drawer total carry into the
      **** end-of-day balancing (SU41PGM66): the first four bytes of
      **** the operator id plus the session's number for the day.
      **** CSS-RCPT-SEQ numbers the receipts within the session.  No
      **** 01-level here by design - COPY CSHSREC under the caller's
      **** own 01. *****************************************************
       05  CSS-USERID                  PIC X(08).
       05  CSS-SESSION-ID              PIC X(06).
       05  CSS-SESSION-R REDEFINES CSS-SESSION-ID.
           10  CSS-SESS-OPER           PIC X(04).
           10  CSS-SESS-DAY-SEQ        PIC 9(02).
       05  CSS-STATUS                  PIC X(01).
           88  CSS-OPEN                    VALUE 'O'.
           88  CSS-CLOSED                  VALUE 'C'.
       05  CSS-OPEN-DATE               PIC 9(08).
       05  CSS-OPEN-TIME               PIC 9(06).
       05  CSS-RCPT-SEQ                PIC 9(04).
       05  CSS-RCPT-CNT                PIC 9(05).
       05  CSS-RCPT-TOTAL              PIC 9(09)V99.
       05  CSS-DECLARED                PIC 9(07)V99.
       05  CSS-CLOSE-TIME              PIC 9(06).
       05  FILLER                      PIC X(16).
      **** End of Cashier Window Session Record ************************
