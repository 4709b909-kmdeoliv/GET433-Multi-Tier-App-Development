      **** Student Academic Summary FILE-CONTROL entry - sequential ****
      **** Same cluster as ACSSEL.CPY read front to back in SSN order
      **** by the end-of-term runs that pass every graded student
      **** (standing, SU41ASTD); REWRITE in place after each READ. ****
           SELECT ACS-FILE
             ASSIGN TO ACADSUM
               ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                   RECORD KEY IS ACS-SSN
                     FILE STATUS IS ACS-RC.
      **** End of Student Academic Summary FILE-CONTROL entry **********
