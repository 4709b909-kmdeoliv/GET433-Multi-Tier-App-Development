      **** Course Section Record  Length 80 ****************************
      **** KSDS SECTFILE, key = course id + section (11).  One record
      **** per scheduled section of a catalog course (CRSCTL CRS-ID),
      **** carrying the seat limit and the counts the nightly section
      **** run (SU41SECT) recomputes from the registration detail.
      **** SCT-NEXT-WAIT-SEQ is the last waitlist sequence handed
      **** out for the section, so the waitlist (WAITREC) stays in
      **** the order students asked.  A closed ('C') section takes
      **** no new seats and promotes nobody.  SCT-CRS-HOURS is the
      **** catalog CRS-CREDIT-HOURS, refreshed by the same nightly
      **** run, so the online add/drop screen (P47STU) can price an
      **** add and reject a course the catalog no longer carries
      **** (zero hours).  No 01-level here by design - COPY CSECREC
      **** under the caller's own 01. **********************************
       05  SCT-KEY.
           10  SCT-COURSE              PIC X(08).
           10  SCT-SECTION             PIC X(03).
       05  SCT-CAPACITY                PIC 9(03).
       05  SCT-ENROLLED                PIC 9(03).
       05  SCT-WAIT-CNT                PIC 9(03).
       05  SCT-NEXT-WAIT-SEQ           PIC 9(04).
       05  SCT-STATUS                  PIC X(01).
           88  SCT-OPEN                    VALUE 'O' ' '.
           88  SCT-CLOSED                  VALUE 'C'.
       05  SCT-COUNT-DATE              PIC 9(08).
       05  SCT-CRS-HOURS               PIC 9(02).
       05  FILLER                      PIC X(45).
      **** End of Course Section Record ********************************
