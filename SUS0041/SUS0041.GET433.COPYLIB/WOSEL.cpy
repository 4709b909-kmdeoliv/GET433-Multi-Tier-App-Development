      **** Bad-Debt Write-Off History FILE-CONTROL entry - batch *******
      **** Random by SSN: the write-off run (SU41BDWO) adds or
      **** updates a student's record as each approved write-off
      **** posts, and the payment run (SU41PGM24) reads it to tell a
      **** recovery of written-off debt from an overpayment. **********
           SELECT WO-FILE
             ASSIGN TO WOFILE
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS WO-SSN
                     FILE STATUS IS WO-RC.
      **** End of Bad-Debt Write-Off History FILE-CONTROL entry ********
