      **** Student-Balance Payroll Deduction Authorization  Length 80 **
      **** One record per signed authorization from an employee who
      **** is also a student (linked through the employee/student
      **** cross-reference SU41PGM71 uses for remission), carried
      **** forward cycle to cycle by the pay run (SU41PGM44) the way
      **** the garnishment orders are.  Each cycle the run takes up to
      **** PDA-CYCLE-CAP toward the student's AR balance, raises
      **** PDA-TAKEN, and marks the authorization satisfied once the
      **** balance is cleared.  The bursar revokes by setting status
      **** 'R' or a revoke date - from that date nothing more is
      **** taken.  The deductions themselves reach the AR cluster
      **** through the posting step SU41PDAP. **************************
       01  PAYROLL-DEDUCT-AUTH-RECORD.
           05  PDA-EMP-ID             PIC X(07).
           05  PDA-AUTH-NO            PIC X(06).
           05  PDA-SIGNED-DATE        PIC 9(08).
           05  PDA-CYCLE-CAP          PIC 9(05)V99.
           05  PDA-TAKEN              PIC 9(07)V99.
           05  PDA-LAST-TAKEN-DATE    PIC 9(08).
           05  PDA-REVOKE-DATE        PIC 9(08).
           05  PDA-STATUS             PIC X(01).
               88  PDA-ACTIVE             VALUE 'A'.
               88  PDA-SATISFIED          VALUE 'S'.
               88  PDA-REVOKED            VALUE 'R'.
           05                         PIC X(26).
      **** End of Student-Balance Payroll Deduction Authorization ******
