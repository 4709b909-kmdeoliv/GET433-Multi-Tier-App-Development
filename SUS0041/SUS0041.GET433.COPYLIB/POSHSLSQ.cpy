      **** Employee Position History FILE-CONTROL entry - sequential ***
      **** Same cluster POSHSEL.CPY addresses at random; this entry
      **** reads it front to back in employee / effective-date order
      **** for whole-file sweeps (the retro-pay review). ***************
           SELECT POSH-FILE
             ASSIGN TO POSHIST
               ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                   RECORD KEY IS PH-KEY
                     FILE STATUS IS PH-RC.
      **** End of Employee Position History sequential FILE-CONTROL ****
