      **** Paid Expense Claim History FILE-CONTROL entry - batch *******
      **** Random by claim number: the reimbursement edit (SU41EXPR)
      **** reads it to refuse a claim already sent to payroll and
      **** adds a record for every claim it accepts. ******************
           SELECT EXH-FILE
             ASSIGN TO EXHFILE
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS EXH-CLAIM-NO
                     FILE STATUS IS EXH-RC.
      **** End of Paid Expense Claim History FILE-CONTROL entry ********
