      **** Access Recertification Line  Length 80 **********************
      **** One row per active operator profile, written by the nightly
      **** recertification run (SU41OPRC) on a recertification day and
      **** sorted by division and department for the division heads'
      **** report.  A profile with no payroll match sorts under a
      **** blank division so security administration sees it first.
      **** No 01-level here by design - COPY RCRTREC under the
      **** caller's own 01, with REPLACING for each view. **************
       05  RCR-DIVISION                PIC X(10).
       05  RCR-DEPARTMENT              PIC X(10).
       05  RCR-LAST-NAME               PIC X(18).
       05  RCR-FIRST-INIT              PIC X(01).
       05  RCR-USERID                  PIC X(08).
       05  RCR-EMPLOYEE-ID             PIC X(07).
       05  RCR-AUTHORITY               PIC X(01).
       05  RCR-TXN-LIMIT               PIC 9(9)V99.
       05  RCR-LAST-USED               PIC 9(08).
       05  FILLER                      PIC X(06).
      **** End of Access Recertification Line **************************
