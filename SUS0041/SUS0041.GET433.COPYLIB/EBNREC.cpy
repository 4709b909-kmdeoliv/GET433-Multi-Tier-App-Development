      **** Electronic-Billing Notification Record  Length 80 ***********
      **** Written by the statement run (SU41PGM6) for each student
      **** opted in to electronic billing, in place of the paper
      **** statement, for the e-mail/portal vendor.  The student is
      **** identified by the assigned campus ID only - the SSN never
      **** leaves the institution.  EN-STMT-REF is the statement date
      **** plus the campus ID; the vendor quotes it back on a bounce.
      **** EN-DUE-DATE is the close of the term's billing window
      **** (CALCTL).  No 01-level here by design - COPY EBNREC under
      **** the caller's own 01. ****************************************
       05  EN-CAMPUS-ID                PIC 9(07).
       05  EN-AMOUNT-DUE               PIC 9(07)V99.
       05  EN-DUE-DATE                 PIC 9(08).
       05  EN-STMT-REF.
           10  EN-REF-DATE             PIC 9(08).
           10  EN-REF-CAMPUS-ID        PIC 9(07).
       05  EN-TERM                     PIC X(06).
       05  EN-STMT-DATE                PIC 9(08).
       05  FILLER                      PIC X(27).
      **** End of Electronic-Billing Notification Record ***************
