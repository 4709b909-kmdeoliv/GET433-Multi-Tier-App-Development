      **** Student Academic Summary Record  Length 80 ******************
      **** KSDS ACADSUM, key = SSN.  One record per student who has
      **** ever been graded, rewritten by the grade posting run
      **** (SU41GRDP) every time the student's history changes.  The
      **** TERM figures are for ACS-TERM, the last term closed for
      **** the student; the CUMULATIVE figures are over the whole
      **** academic history (ACHREC.CPY).  Hours attempted are the
      **** GPA hours - grades that do not count in the GPA add to
      **** hours earned only.  GPAs are quality points over GPA
      **** hours, rounded to three places; zero GPA hours is a zero
      **** GPA.  The standing fields belong to the end-of-term
      **** standing run (SU41ASTD): ACS-STANDING is the standing
      **** assigned for ACS-STANDING-TERM, and ACS-PRIOR-STANDING the
      **** one it replaced, so a rerun of the same term starts again
      **** from the prior standing instead of escalating twice.  The
      **** transfer hours belong to the transfer-credit evaluation
      **** run (SU41XFER): accepted hours from other institutions,
      **** split core and elective, totalled from the transfer-credit
      **** file (XFRREC.CPY).  They never enter the GPA.  No 01-level
      **** here by design - COPY ACSREC under the caller's own 01. ****
       05  ACS-SSN                     PIC 9(09).
       05  ACS-TERM                    PIC X(06).
       05  ACS-TERM-ATT-HRS            PIC 9(03).
       05  ACS-TERM-ERN-HRS            PIC 9(03).
       05  ACS-TERM-QPTS               PIC 9(04)V99.
       05  ACS-TERM-GPA                PIC 9(01)V999.
       05  ACS-CUM-ATT-HRS             PIC 9(04).
       05  ACS-CUM-ERN-HRS             PIC 9(04).
       05  ACS-CUM-QPTS                PIC 9(05)V99.
       05  ACS-CUM-GPA                 PIC 9(01)V999.
       05  ACS-POST-DATE               PIC 9(08).
       05  ACS-STANDING                PIC X(01).
           88  ACS-STD-GOOD                VALUE 'G' ' '.
           88  ACS-STD-DEANS-LIST          VALUE 'D'.
           88  ACS-STD-WARNING             VALUE 'W'.
           88  ACS-STD-PROBATION           VALUE 'P'.
           88  ACS-STD-SUSPENDED           VALUE 'S'.
       05  ACS-PRIOR-STANDING          PIC X(01).
       05  ACS-STANDING-TERM           PIC X(06).
       05  ACS-XFER-CORE-HRS           PIC 9(03).
       05  ACS-XFER-ELEC-HRS           PIC 9(03).
       05  FILLER                      PIC X(08).
      **** End of Student Academic Summary Record **********************
