      **** Clearinghouse Last-Reported Status FILE-CONTROL entry *******
      **** Random access by SSN - read, then rewritten or written, by
      **** the enrollment-verification extract (SU41NSCX).  Paired
      **** with NSSREC.CPY (record, copied under the caller's own FD
      **** 01). ********************************************************
           SELECT NSS-FILE
             ASSIGN TO NSCSTAT
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS NS-SSN
                     FILE STATUS IS NSS-RC.
      **** End of Clearinghouse Last-Reported Status FILE-CONTROL entry
