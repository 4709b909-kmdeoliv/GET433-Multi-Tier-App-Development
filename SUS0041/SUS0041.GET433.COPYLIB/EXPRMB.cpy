      **** Expense Reimbursement Due Record  Length 80 *****************
      **** One record per claim that passed the reimbursement edit
      **** (SU41EXPR), paid by the next regular cycle (SU41PGM44) as a
      **** non-taxable line added to net pay.  The amount never
      **** enters gross, withholding or taxable YTD.  The division
      **** and department are the ones the expense was journaled to
      **** when the claim was edited. ********************************
       01  EXPENSE-REIMB-RECORD.
           05  ERB-EMP-ID             PIC  X(07).
           05  ERB-CLAIM-NO           PIC  X(10).
           05  ERB-TYPE               PIC  X(01).
           05  ERB-AMOUNT             PIC  9(05)V99.
           05  ERB-DIVISION           PIC  X(10).
           05  ERB-DEPARTMENT         PIC  X(10).
           05  ERB-EDIT-DATE          PIC  9(08).
           05                         PIC  X(27).
      **** End of Expense Reimbursement Due Record *********************
