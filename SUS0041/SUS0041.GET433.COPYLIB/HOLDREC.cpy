      **** Student Hold Record  Length 80 ******************************
      **** KSDS HOLDFILE, key = SSN + hold type (10).  ONE PLACE FOR
      **** EVERY KIND OF REGISTRATION HOLD - FINANCIAL ('F', placed
      **** and released by the nightly SU41PGM31 run), LIBRARY ('L',
      **** placed and released by the library fine interface SU41LIBF
      **** as charges post and reverse), DISCIPLINARY ('D') PLACED BY
      **** ITS OWN OFFICE,
      **** MISSING IMMUNIZATION ('M') PLACED AND RELEASED BY THE
      **** PRE-TERM COMPLIANCE RUN (SU41IMMC), AND ACADEMIC SUSPENSION
      **** ('A') PLACED BY THE END-OF-TERM STANDING RUN (SU41ASTD).
      **** EACH MAINTAINER TOUCHES ONLY ITS OWN TYPE; THE ONLINE SCREEN
      **** (P46STU) SHOWS A STUDENT'S HOLDS AND LETS AN AUTHORIZED
      **** OPERATOR RELEASE ONE IN REAL TIME.  A RELEASE DELETES THE
      **** RECORD - THE STUAUD TRAIL KEEPS WHO LIFTED WHAT.  No
      **** 01-level here by design - COPY HOLDREC under the caller's
      **** own 01. *****************************************************
       05  HLD-KEY.
           10  HLD-SSN                 PIC 9(09).
           10  HLD-TYPE                PIC X(01).
               88  HLD-LIBRARY             VALUE 'L'.
               88  HLD-DISCIPLINARY        VALUE 'D'.
               88  HLD-IMMUNIZATION        VALUE 'M'.
               88  HLD-ACADEMIC            VALUE 'A'.
       05  HLD-REASON                  PIC X(30).
       05  HLD-PLACED-BY               PIC X(08).
       05  HLD-PLACED-DATE             PIC 9(08).
       05  FILLER                      PIC X(24).
      **** End of Student Hold Record **********************************
