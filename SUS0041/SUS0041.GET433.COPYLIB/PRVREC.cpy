      **** Student Directory-Privacy Record  Length 80 ****************
      **** KSDS STUPRIV, key = SSN.  The student master is a full 80
      **** bytes, so a student's FERPA request to withhold directory
      **** information is kept here, one record per student who has
      **** ever asked, maintained online through P44STU (audited on
      **** STUAUD).  PRV-FLAG 'Y' means withhold: the alumni extract
      **** (SU41PGM35) drops the student, the degree-progress
      **** shortfall list (SU41PGM41) and the inquiry screen (P43STU)
      **** mask the name and address, and the clearinghouse file
      **** (SU41NSCX) carries the block flag.  'N' (or no record)
      **** means directory information may be released.  Any release
      **** still made for a flagged student is logged on RELLOG
      **** (RLSREC.CPY).  No 01-level here by design - COPY PRVREC
      **** under the caller's own 01. **********************************
       05  PRV-SSN                     PIC 9(09).
       05  PRV-FLAG                    PIC X(01).
           88  PRV-WITHHELD                VALUE 'Y'.
           88  PRV-RELEASABLE              VALUE 'N' ' '.
       05  PRV-EFF-DATE                PIC 9(08).
       05  PRV-CHG-USERID              PIC X(08).
       05  PRV-CHG-DATE                PIC 9(08).
       05  PRV-CHG-TIME                PIC 9(06).
       05  PRV-CHG-PGM                 PIC X(08).
       05  FILLER                      PIC X(32).
      **** End of Student Directory-Privacy Record ********************
