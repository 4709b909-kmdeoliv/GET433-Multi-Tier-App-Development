      **** Transfer Articulation Record  Length 80 *********************
      **** KSDS ARTICUL, key = sending institution + external course
      **** (16).  The standing equivalency for a course from another
      **** institution: core credit toward a catalog CRS-ID ('C'),
      **** elective credit ('E', equivalent course optional) or not
      **** accepted ('R').  Written or replaced by the transfer-
      **** credit run (SU41XFER) every time an evaluator keys a
      **** decision, so the next student bringing the same course is
      **** evaluated automatically.  Zero accepted hours means accept
      **** the hours the course carried at the sending institution.
      **** No 01-level here by design - COPY ARTREC under the
      **** caller's own 01. ********************************************
       05  ART-KEY.
           10  ART-INST                PIC X(06).
           10  ART-EXT-COURSE          PIC X(10).
       05  ART-DECISION                PIC X(01).
           88  ART-CORE                    VALUE 'C'.
           88  ART-ELECTIVE                VALUE 'E'.
           88  ART-NOT-ACCEPTED            VALUE 'R'.
       05  ART-EQUIV-CRS               PIC X(08).
       05  ART-ACC-HOURS               PIC 9(02).
       05  ART-EVALUATOR               PIC X(08).
       05  ART-EVAL-DATE               PIC 9(08).
       05  ART-USE-CNT                 PIC 9(05).
       05  ART-LAST-USED               PIC 9(08).
       05  FILLER                      PIC X(24).
      **** End of Transfer Articulation Record *************************
