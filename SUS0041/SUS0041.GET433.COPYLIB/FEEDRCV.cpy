      **** Inbound Feed Receipt Record  Length 80 **********************
      **** KSDS FEEDRCV, one record per transmission the pre-window
      **** feed check (SU41FDCK) has proved and released, keyed on
      **** the feed and the trailer's file date and sequence.  A
      **** second file with the same key is refused as a duplicate,
      **** unless it is the same business day being checked again
      **** after a restart.  No 01-level here by design - COPY
      **** FEEDRCV under the caller's own 01, the ACCTREC
      **** convention. *************************************************
       05  FR-KEY.
           10  FR-FEED-ID              PIC X(08).
           10  FR-FILE-DATE            PIC 9(08).
           10  FR-FILE-SEQ             PIC 9(04).
       05  FR-PROC-DATE                PIC 9(08).
       05  FR-RECV-DATE                PIC 9(08).
       05  FR-RECV-TIME                PIC 9(06).
       05  FR-COUNT                    PIC 9(07).
       05  FR-HASH                     PIC 9(13).
       05  FR-DEP-PGM                  PIC X(09).
       05  FILLER                      PIC X(09).
      **** End of Inbound Feed Receipt Record **************************
