      **** Student Academic Summary FILE-CONTROL entry *****************
      **** Primary key SSN, read and rewritten at random.  Paired with
      **** ACSREC.CPY (record, copied under the caller's own FD 01). ***
           SELECT ACS-FILE
             ASSIGN TO ACADSUM
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS ACS-SSN
                     FILE STATUS IS ACS-RC.
      **** End of Student Academic Summary FILE-CONTROL entry **********
