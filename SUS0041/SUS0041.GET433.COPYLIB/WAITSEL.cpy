      **** Section Waitlist FILE-CONTROL entry - batch access **********
      **** Primary key course id + section + sequence, browsed by
      **** section in sequence order. **********************************
           SELECT WAIT-FILE
             ASSIGN TO WAITLIST
               ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                   RECORD KEY IS WL-KEY
                     FILE STATUS IS WL-RC.
      **** End of Section Waitlist FILE-CONTROL entry ******************
