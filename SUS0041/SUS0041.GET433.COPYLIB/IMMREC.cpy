      **** Student Immunization Record  Length 80 **********************
      **** KSDS IMMFILE, key = SSN + vaccine code (13).  One record
      **** per student per vaccine, loaded from the health center's
      **** feed by the immunization compliance run (SU41IMMC), which
      **** measures it against the compliance table (IMMCTL) and
      **** places or releases the student's 'M' hold on HOLDFILE.
      **** IMM-EXEMPTION 'M' (medical) or 'R' (religious) satisfies
      **** the requirement whatever the dose count.  No 01-level here
      **** by design - COPY IMMREC under the caller's own 01. *********
       05  IMM-KEY.
           10  IMM-SSN                 PIC 9(09).
           10  IMM-VACCINE             PIC X(04).
       05  IMM-DOSES                   PIC 9(02).
       05  IMM-LAST-DOSE-DATE          PIC 9(08).
       05  IMM-EXEMPTION               PIC X(01).
           88  IMM-EXEMPT                  VALUE 'M' 'R'.
           88  IMM-NOT-EXEMPT              VALUE ' '.
       05  IMM-RECEIVED-DATE           PIC 9(08).
       05  IMM-LOADED-BY               PIC X(08).
       05  FILLER                      PIC X(40).
      **** End of Student Immunization Record **************************
