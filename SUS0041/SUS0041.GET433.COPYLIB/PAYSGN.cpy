      **** Pay Variance Sign-Off Record  Length 80 *********************
      **** One record per variance exception the payroll supervisor
      **** has reviewed and accepted, keyed by the reviewer from the
      **** SU41PVAR exception list: the employee, the cycle pay date
      **** and the two-character exception code as the list printed
      **** them.  A sign-off holds for that pay date only, so last
      **** cycle's approvals can never release this cycle. ************
       01  PAY-SIGNOFF-RECORD.
           05  SGN-EMP-ID             PIC  X(07).
           05  SGN-PAY-DATE           PIC  9(08).
           05  SGN-CODE               PIC  X(02).
           05  SGN-APPROVER           PIC  X(08).
           05  SGN-DATE               PIC  9(08).
           05  SGN-COMMENT            PIC  X(30).
           05                         PIC  X(17).
      **** End of Pay Variance Sign-Off Record *************************
