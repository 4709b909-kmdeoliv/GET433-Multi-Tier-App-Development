      **** Operator Security Profile FILE-CONTROL entry - batch ********
      **** Primary key operator id.  Dynamic access: the nightly
      **** recertification run browses the file front to back and
      **** rewrites the profiles it suspends or stamps.  The screens
      **** read the same cluster (file name SECPROF) through the FCT,
      **** not this SELECT. ********************************************
           SELECT SEC-FILE
             ASSIGN TO SECPROF
               ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                   RECORD KEY IS SEC-USERID
                     FILE STATUS IS SEC-RC.
      **** End of Operator Security Profile FILE-CONTROL entry *********
