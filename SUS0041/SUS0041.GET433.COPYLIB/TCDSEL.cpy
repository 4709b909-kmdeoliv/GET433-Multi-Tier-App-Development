      **** Online Timecard FILE-CONTROL entry - batch access ***********
      **** Primary key employee id + work date + department.  The
      **** timecard screen (P47PAY) addresses the same cluster (file
      **** name TIMECRD) through EXEC CICS FILE commands via the FCT,
      **** not this SELECT.  The cutoff extract reads it front to back
      **** and rewrites the entries it sends to payroll. **************
           SELECT TCD-FILE
             ASSIGN TO TIMECRD
               ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                   RECORD KEY IS TCD-KEY
                     FILE STATUS IS TCD-RC.
      **** End of Online Timecard FILE-CONTROL entry *******************
