      **** Pay Register Record  Length 160 *****************************
      **** One record per payment, written by the pay cycle
      **** (SU41PGM44) for every employee paid and by the off-cycle
      **** run (SU41OFCY) for every check it issues or voids.  A void
      **** is written with every amount negative and PRG-PAY-DATE the
      **** date of the check it takes back, so the registers for a
      **** quarter always sum to what the quarter actually paid.
      **** PRG-RUN-DATE is the day the record was written.  The
      **** quarterly federal return (SU41F941) sums these.
      **** PRG-OT-PREMIUM is the part of PRG-GROSS paid above straight
      **** time for overtime hours - the workers' compensation premium
      **** report (SU41WCMP) takes it out of reportable payroll.  A
      **** void carries zero here: the check register does not keep
      **** the hours behind a check.
      **** PRG-NET is the money the employee receives, so on a cycle
      **** record it includes any non-taxable expense reimbursement
      **** paid with the check - that amount is in no other field.
      **** A cycle record can therefore carry zero gross with a net
      **** that is all reimbursement. **********************************
       01  PAY-REGISTER-RECORD.
           05  PRG-EMP-ID             PIC  X(07).
           05  PRG-PAY-DATE           PIC  9(08).
           05  PRG-PAY-DATE-R REDEFINES PRG-PAY-DATE.
               10  PRG-PAY-YYYY       PIC  9(04).
               10  PRG-PAY-MM         PIC  9(02).
               10  PRG-PAY-DD         PIC  9(02).
           05  PRG-RUN-DATE           PIC  9(08).
           05  PRG-SOURCE             PIC  X(01).
               88  PRG-CYCLE              VALUE 'C'.
               88  PRG-OFF-CYCLE          VALUE 'O'.
               88  PRG-VOID               VALUE 'V'.
               88  PRG-REISSUE            VALUE 'R'.
           05  PRG-CHECK-NO           PIC  9(10).
           05  PRG-GROSS              PIC S9(07)V99.
           05  PRG-FIT                PIC S9(07)V99.
           05  PRG-SIT                PIC S9(07)V99.
           05  PRG-SS-WAGES           PIC S9(07)V99.
           05  PRG-MED-WAGES          PIC S9(07)V99.
           05  PRG-ADDL-WAGES         PIC S9(07)V99.
           05  PRG-SS-EE              PIC S9(07)V99.
           05  PRG-MED-EE             PIC S9(07)V99.
           05  PRG-SS-ER              PIC S9(07)V99.
           05  PRG-MED-ER             PIC S9(07)V99.
           05  PRG-RET                PIC S9(07)V99.
           05  PRG-DED                PIC S9(07)V99.
           05  PRG-NET                PIC S9(07)V99.
           05  PRG-OT-PREMIUM         PIC S9(07)V99.
      **** End of Pay Register Record **********************************
