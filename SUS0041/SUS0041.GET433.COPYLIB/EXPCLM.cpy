      **** Approved Expense Claim Record  Length 80 ********************
      **** One record per travel or mileage claim approved in the
      **** expense system, keyed by PR-EMPLOYEE-ID.  The reimbursement
      **** edit (SU41EXPR) checks each claim against the payroll
      **** master and the per-claim limit before it is paid with the
      **** next pay cycle.  ECL-CLAIM-NO is the expense system's own
      **** number and is unique across every claim it approves. ******
       01  EXPENSE-CLAIM-RECORD.
           05  ECL-EMP-ID             PIC  X(07).
           05  ECL-CLAIM-NO           PIC  X(10).
           05  ECL-TYPE               PIC  X(01).
               88  ECL-TRAVEL             VALUE 'T'.
               88  ECL-MILEAGE            VALUE 'M'.
           05  ECL-AMOUNT             PIC  9(05)V99.
           05  ECL-APPROVED-DATE      PIC  9(08).
           05  ECL-APPROVER           PIC  X(08).
           05  ECL-DESC               PIC  X(30).
           05                         PIC  X(09).
      **** End of Approved Expense Claim Record ************************
