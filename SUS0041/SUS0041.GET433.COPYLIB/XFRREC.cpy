      **** Transfer Credit Record  Length 80 ***************************
      **** KSDS XFERCRS, key = SSN + sending institution + external
      **** course (25).  One record per course a student brings from
      **** another institution, as evaluated by the transfer-credit
      **** run (SU41XFER): accepted ('A') toward core (equivalent to
      **** a catalog CRS-ID) or elective, not accepted ('R'), or
      **** pending ('P') - no evaluator decision and no articulation
      **** table entry yet.  XF-EVAL-SOURCE says whether the decision
      **** was keyed ('K') or taken from the articulation table
      **** ('T', ARTREC.CPY).  Only accepted hours reach ACADSUM and
      **** degree progress (SU41PGM41).  No 01-level here by design -
      **** COPY XFRREC under the caller's own 01. **********************
       05  XF-KEY.
           10  XF-SSN                  PIC 9(09).
           10  XF-INST                 PIC X(06).
           10  XF-EXT-COURSE           PIC X(10).
       05  XF-EXT-HOURS                PIC 9(02).
       05  XF-STATUS                   PIC X(01).
           88  XF-ACCEPTED                 VALUE 'A'.
           88  XF-NOT-ACCEPTED             VALUE 'R'.
           88  XF-PENDING                  VALUE 'P'.
       05  XF-CREDIT-TYPE              PIC X(01).
           88  XF-CORE                     VALUE 'C'.
           88  XF-ELECTIVE                 VALUE 'E'.
       05  XF-EQUIV-CRS                PIC X(08).
       05  XF-ACC-HOURS                PIC 9(02).
       05  XF-EVALUATOR                PIC X(08).
       05  XF-EVAL-SOURCE              PIC X(01).
           88  XF-EVAL-KEYED               VALUE 'K'.
           88  XF-EVAL-TABLE               VALUE 'T'.
       05  XF-POST-DATE                PIC 9(08).
       05  FILLER                      PIC X(24).
      **** End of Transfer Credit Record *******************************
