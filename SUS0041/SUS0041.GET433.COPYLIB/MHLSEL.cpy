      **** Returned-Mail Hold List FILE-CONTROL entry ******************
      **** Sequential MAILHOLD, appended (OPEN EXTEND) by every mailing
      **** run for each piece held back because the address is on the
      **** returned-mail register (RMLP.CPY).  Read and then emptied
      **** by the weekly bad-address worklist job (SU41RMWK).  Paired
      **** with MHLREC.CPY (record, copied under the caller's own FD
      **** 01 MHL-RECORD). *********************************************
           SELECT MHL-FILE
             ASSIGN TO MAILHOLD
               FILE STATUS IS MHL-FS.
      **** End of Returned-Mail Hold List FILE-CONTROL entry ***********
