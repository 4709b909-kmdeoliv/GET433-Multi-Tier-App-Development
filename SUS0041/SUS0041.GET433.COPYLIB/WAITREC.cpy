      **** Section Waitlist Record  Length 80 **************************
      **** KSDS WAITLIST, key = course id + section + sequence (15).
      **** One record per student waiting for a seat in a full
      **** section, numbered from the section's SCT-NEXT-WAIT-SEQ so
      **** a browse of the section returns students in the order
      **** they asked.  The nightly section run (SU41SECT) promotes
      **** waiting ('W') students into open seats, oldest first, and
      **** marks them promoted ('P'); a student who drops off the
      **** list is cancelled ('X').  Records are kept, not deleted,
      **** so the sequence is never reused within a term.  No 01-
      **** level here by design - COPY WAITREC under the caller's
      **** own 01. *****************************************************
       05  WL-KEY.
           10  WL-COURSE               PIC X(08).
           10  WL-SECTION              PIC X(03).
           10  WL-SEQ                  PIC 9(04).
       05  WL-SSN                      PIC 9(09).
       05  WL-REQ-DATE                 PIC 9(08).
       05  WL-STATUS                   PIC X(01).
           88  WL-WAITING                  VALUE 'W'.
           88  WL-PROMOTED                 VALUE 'P'.
           88  WL-CANCELLED                VALUE 'X'.
       05  WL-STATUS-DATE              PIC 9(08).
       05  WL-USERID                   PIC X(08).
       05  FILLER                      PIC X(31).
      **** End of Section Waitlist Record ******************************
