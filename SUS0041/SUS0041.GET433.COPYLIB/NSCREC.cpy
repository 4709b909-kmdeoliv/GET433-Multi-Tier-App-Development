      **** Clearinghouse Enrollment-Verification Record  Length 80 ****
      **** One header ('H'), one detail ('D') per student whose
      **** enrollment status changed since the last submission, and
      **** one trailer ('T') per submission, written by the
      **** enrollment-verification extract (SU41NSCX) to the file
      **** sent to the clearinghouse and appended unchanged to the
      **** submission history.  NX-STATUS is the status reported:
      **** 'F' full time, 'H' half time, 'L' less than half time,
      **** 'A' approved leave, 'W' withdrawn, 'G' graduated.  The
      **** header and trailer carry the submission date and time the
      **** clearinghouse echoes back on its acknowledgment file.
      **** NX-FERPA-BLOCK 'Y' tells the clearinghouse the student has
      **** withheld directory information (PRVREC.CPY) - it verifies
      **** enrollment for the lender but releases nothing to third
      **** parties.  No 01-level here by design - COPY NSCREC under
      **** the caller's own 01. ****************************************
       05  NX-REC-TYPE                 PIC X(01).
           88  NX-HEADER                   VALUE 'H'.
           88  NX-DETAIL                   VALUE 'D'.
           88  NX-TRAILER                  VALUE 'T'.
       05  NX-DETAIL-DATA.
           10  NX-SSN                  PIC 9(09).
           10  NX-NAME                 PIC X(20).
           10  NX-STATUS               PIC X(01).
               88  NX-FULL-TIME            VALUE 'F'.
               88  NX-HALF-TIME            VALUE 'H'.
               88  NX-LESS-HALF            VALUE 'L'.
               88  NX-LEAVE                VALUE 'A'.
               88  NX-WITHDRAWN            VALUE 'W'.
               88  NX-GRADUATED            VALUE 'G'.
           10  NX-EFF-DATE             PIC 9(08).
           10  NX-TERM                 PIC X(06).
           10  NX-TERM-START           PIC 9(08).
           10  NX-TERM-END             PIC 9(08).
           10  NX-CREDITS              PIC 9(02).
           10  NX-CAMPUS               PIC X(01).
           10  NX-FERPA-BLOCK          PIC X(01).
               88  NX-DIRECTORY-BLOCKED    VALUE 'Y'.
           10  FILLER                  PIC X(15).
       05  NX-HEADER-DATA REDEFINES NX-DETAIL-DATA.
           10  NX-SUBMIT-DATE          PIC 9(08).
           10  NX-SUBMIT-TIME          PIC 9(06).
           10  NX-HDR-TERM             PIC X(06).
           10  FILLER                  PIC X(59).
       05  NX-TRAILER-DATA REDEFINES NX-DETAIL-DATA.
           10  NX-TRL-SUBMIT-DATE      PIC 9(08).
           10  NX-TRL-SUBMIT-TIME      PIC 9(06).
           10  NX-TRL-COUNT            PIC 9(07).
           10  FILLER                  PIC X(58).
      **** End of Clearinghouse Enrollment-Verification Record ********
