      **** Student Directory-Privacy FILE-CONTROL entry - batch ********
      **** Read at random by SSN by every outbound extract.  P44STU
      **** and P43STU address the same cluster (file name STUPRIV)
      **** through EXEC CICS FILE commands via the FCT. ****************
           SELECT PRV-FILE
             ASSIGN TO STUPRIV
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS PRV-SSN
                     FILE STATUS IS PRV-RC.
      **** End of Student Directory-Privacy FILE-CONTROL entry *********
