      **** Student-Balance Payroll Deduction Extract  Length 80 ********
      **** Written by the pay run (SU41PGM44) - one 'D' record per
      **** employee whose check carried a student-balance deduction,
      **** then one 'T' trailer with the count and total - and read
      **** by the posting step (SU41PDAP), which refuses a file that
      **** does not balance to its trailer before posting a penny.
      **** No 01-level here by design - COPY PDXREC under the
      **** caller's own 01. ********************************************
           05  PDX-REC-TYPE           PIC X(01).
               88  PDX-DETAIL             VALUE 'D'.
               88  PDX-TRAILER            VALUE 'T'.
           05  PDX-EMP-ID             PIC X(07).
           05  PDX-SSN                PIC 9(09).
           05  PDX-AMOUNT             PIC 9(07)V99.
           05  PDX-PAY-DATE           PIC 9(08).
           05  PDX-AUTH-NO            PIC X(06).
           05  PDX-TRL-COUNT          PIC 9(07).
           05  PDX-TRL-AMOUNT         PIC 9(09)V99.
           05  FILLER                 PIC X(22).
      **** End of Student-Balance Payroll Deduction Extract ************
