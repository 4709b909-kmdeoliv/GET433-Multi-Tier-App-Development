      **** Installment Loan FILE-CONTROL entries - batch ***************
      **** LOANMAST keyed by account number, AMORTSCH by account
      **** number + installment number.  P45ACCT and P56ACCT address
      **** the same clusters through EXEC CICS FILE commands via the
      **** FCT, not these SELECTs. *************************************
           SELECT LOAN-FILE
             ASSIGN TO LOANMAST
               ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                   RECORD KEY IS LN-ACCT-NUMBER
                     FILE STATUS IS LOAN-RC.
           SELECT AMORT-FILE
             ASSIGN TO AMORTSCH
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS AM-KEY
                     FILE STATUS IS AMORT-RC.
      **** End of Installment Loan FILE-CONTROL entries ****************
