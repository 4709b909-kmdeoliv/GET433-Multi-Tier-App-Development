      **** Student Academic History FILE-CONTROL entry *****************
      **** Dynamic access: the grade posting run WRITEs or REWRITEs a
      **** row at random, then STARTs at the student's SSN and reads
      **** the student's whole history forward to recompute the GPA.
      **** Paired with ACHREC.CPY (record, copied under the caller's
      **** own FD 01). *************************************************
           SELECT ACH-FILE
             ASSIGN TO ACADHIST
               ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                   RECORD KEY IS AH-KEY
                     FILE STATUS IS AH-RC.
      **** End of Student Academic History FILE-CONTROL entry **********
