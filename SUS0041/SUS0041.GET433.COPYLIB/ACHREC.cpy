      **** Student Academic History Record  Length 80 ******************
      **** KSDS ACADHIST, key = SSN + term + course (23).  ONE RECORD
      **** PER COURSE A STUDENT HAS BEEN GRADED IN, WRITTEN BY THE
      **** GRADE POSTING RUN (SU41GRDP) AND NEVER PURGED - THIS IS
      **** THE PERMANENT ACADEMIC RECORD THE TERM AND CUMULATIVE GPA
      **** ARE RECOMPUTED FROM.  A LATER GRADE FOR THE SAME KEY (A
      **** GRADE CHANGE, OR AN INCOMPLETE RESOLVED) REWRITES THE ROW
      **** IN PLACE.  AH-HOURS ARE THE CATALOG'S CREDIT HOURS OF
      **** RECORD (CRSCTL), AND AH-QPTS THE GRADE'S POINTS TIMES
      **** THOSE HOURS.  No 01-level here by design - COPY ACHREC
      **** under the caller's own 01. **********************************
       05  AH-KEY.
           10  AH-SSN                  PIC 9(09).
           10  AH-TERM                 PIC X(06).
           10  AH-COURSE               PIC X(08).
       05  AH-SECTION                  PIC X(03).
       05  AH-GRADE                    PIC X(02).
       05  AH-HOURS                    PIC 9(02).
       05  AH-QPTS                     PIC 9(03)V99.
       05  AH-GPA-FLAG                 PIC X(01).
           88  AH-IN-GPA                   VALUE 'Y'.
       05  AH-EARN-FLAG                PIC X(01).
           88  AH-EARNED                   VALUE 'Y'.
       05  AH-POST-DATE                PIC 9(08).
       05  AH-PGM                      PIC X(08).
       05  FILLER                      PIC X(27).
      **** End of Student Academic History Record **********************
