      **** Inbound Feed Manifest Record  Length 80 *********************
      **** Dataset FEEDMAN, one record per outside feed the nightly
      **** window depends on, read whole by the pre-window feed check
      **** (SU41FDCK).  FM-SLOT (1-7) is the FEEDIn/FEEDOn DD pair
      **** the feed arrives on and is released through.  FM-DAYS
      **** says which weekdays the sender transmits, Monday first,
      **** judged on the processing date (BDTREC) - so a feed is
      **** never looked for on a holiday.  FM-SCHED-POS is the byte
      **** in the SCHEDCTL card (SCHEDFD) of the step that posts the
      **** feed - zero when that step does not read SCHEDCTL.
      **** FM-FRAME-SW 'Y' is a sender that frames the file itself
      **** ('HDR'/detail/'TRL', SU41PGM91) - released whole, and only
      **** records tagged FM-DTL-TAG are counted; otherwise the last
      **** record is the common trailer (FEEDTRL), stripped before
      **** release.  FM-HASH-POS/LEN locate the digits the sender
      **** hashes (at most 15; zero length proves the count only).
      **** No 01-level here by design - COPY FEEDMAN under the
      **** caller's own 01, the ACCTREC convention. *******************
       05  FM-FEED-ID                  PIC X(08).
       05  FM-SLOT                     PIC 9(01).
       05  FM-DAYS                     PIC X(07).
       05  FM-DAYS-R                   REDEFINES FM-DAYS.
           10  FM-DAY                  PIC X(01) OCCURS 7 TIMES.
       05  FM-SCHED-POS                PIC 9(02).
       05  FM-DEP-PGM                  PIC X(09).
       05  FM-FRAME-SW                 PIC X(01).
           88  FM-SENDER-FRAMED            VALUE 'Y'.
       05  FM-DTL-TAG                  PIC X(03).
       05  FM-HASH-POS                 PIC 9(02).
       05  FM-HASH-LEN                 PIC 9(02).
       05  FM-DESC                     PIC X(30).
       05  FILLER                      PIC X(15).
      **** End of Inbound Feed Manifest Record *************************
