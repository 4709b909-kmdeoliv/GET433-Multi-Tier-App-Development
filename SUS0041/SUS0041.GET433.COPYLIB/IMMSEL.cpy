      **** Student Immunization FILE-CONTROL entry *********************
      **** Primary key SSN + vaccine code. *****************************
           SELECT IMM-FILE
             ASSIGN TO IMMFILE
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS IMM-KEY
                     FILE STATUS IS IMM-RC.
      **** End of Student Immunization FILE-CONTROL entry **************
