      **** Open Registration FILE-CONTROL entry - batch access *********
      **** Primary key SSN + course id + section - the leading 20
      **** bytes of the REGDTL row.  One row per registration not yet
      **** dropped.  The online add/drop (P47STU) addresses the same
      **** cluster (file name REGOPEN) through the FCT, not this
      **** SELECT. *****************************************************
           SELECT REGO-FILE
             ASSIGN TO REGOPEN
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS REGO-KEY
                     FILE STATUS IS REGO-RC.
      **** End of Open Registration FILE-CONTROL entry *****************
