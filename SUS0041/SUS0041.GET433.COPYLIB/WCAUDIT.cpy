      **** Workers' Compensation Payroll Audit Record  Length 150 ******
      **** One record per employee paid in the year, written by the
      **** premium report (SU41WCMP) for the carrier's payroll
      **** auditor.  Register gross, the overtime premium taken out,
      **** and the reportable payroll that was rated are given for the
      **** quarter reported and for the year through it, beside the
      **** gross on the employee's YTD accumulator record so the
      **** auditor can tie the two.  WCA-TIE-FLAG is 'D' where they
      **** differ and 'N' where there is no YTD record. ****************
       01  WC-AUDIT-RECORD.
           05  WCA-EMP-ID             PIC X(07).
           05  WCA-LAST-NAME          PIC X(26).
           05  WCA-FIRST-NAME         PIC X(15).
           05  WCA-DEPARTMENT         PIC X(10).
           05  WCA-TITLE              PIC X(20).
           05  WCA-CLASS-CODE         PIC X(04).
           05  WCA-YEAR               PIC 9(04).
           05  WCA-QTR                PIC 9(01).
           05  WCA-QTR-PAYROLL        PIC S9(09)V99.
           05  WCA-YTD-GROSS          PIC S9(09)V99.
           05  WCA-YTD-OT-PREMIUM     PIC S9(09)V99.
           05  WCA-YTD-PAYROLL        PIC S9(09)V99.
           05  WCA-YTD-FILE-GROSS     PIC 9(09)V99.
           05  WCA-TIE-FLAG           PIC X(01).
               88  WCA-TIES               VALUE ' '.
               88  WCA-DIFFERS            VALUE 'D'.
               88  WCA-NO-YTD             VALUE 'N'.
           05                         PIC X(07).
      **** End of Workers' Compensation Payroll Audit Record ***********
