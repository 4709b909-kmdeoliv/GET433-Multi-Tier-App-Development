      **** Transfer Articulation FILE-CONTROL entry ********************
      **** Primary key institution + external course, read and
      **** written at random.  Paired with ARTREC.CPY (record, copied
      **** under the caller's own FD 01). ******************************
           SELECT ART-FILE
             ASSIGN TO ARTICUL
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS ART-KEY
                     FILE STATUS IS ART-RC.
      **** End of Transfer Articulation FILE-CONTROL entry *************
