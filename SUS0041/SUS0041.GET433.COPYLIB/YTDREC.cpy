      **** SUITE'S MEMORY OF WHAT WAS ACTUALLY PAID: the year-end and
      **** quarterly reporting runs sum real cycles here instead of
      **** re-deriving estimates from PR-PAY-RATE.  A record whose
      **** year is behind the run date starts over at zero.
      **** YTD-REIMB is the non-taxable expense reimbursement paid
      **** through payroll - it is in YTD-NET, the money the employee
      **** actually received, but never in YTD-GROSS or the quarters,
      **** so no return or W-2 counts it as wages. *********************
       01  YTD-RECORD.
           05  YTD-EMP-ID             PIC X(07).
           05  YTD-YEAR               PIC 9(04).
           05  YTD-NET                PIC S9(09)V99.
           05  YTD-QTR-GROSS          PIC 9(09)V99 OCCURS 4 TIMES.
           05  YTD-RET                PIC 9(09)V99.
           05  YTD-SS-TAX             PIC 9(09)V99.
           05  YTD-MED-TAX            PIC 9(09)V99.
           05  YTD-REIMB              PIC 9(09)V99.
           05                         PIC X(06).
      **** End of Employee Year-To-Date Accumulator Record **************
