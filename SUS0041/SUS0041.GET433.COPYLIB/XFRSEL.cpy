      **** Transfer Credit FILE-CONTROL entry **************************
      **** Dynamic access: the evaluation run WRITEs or REWRITEs a row
      **** at random, then STARTs at the student's SSN and reads the
      **** student's transfer courses forward to total the accepted
      **** hours.  Paired with XFRREC.CPY (record, copied under the
      **** caller's own FD 01). ****************************************
           SELECT XFR-FILE
             ASSIGN TO XFERCRS
               ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                   RECORD KEY IS XF-KEY
                     FILE STATUS IS XF-RC.
      **** End of Transfer Credit FILE-CONTROL entry *******************
