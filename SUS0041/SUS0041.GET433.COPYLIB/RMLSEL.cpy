      **** Returned-Mail Register FILE-CONTROL entry *******************
      **** Read at random by master key by every run that mails a
      **** student, employee or account holder (RMLP.CPY), written or
      **** rewritten by the returned-mail intake (SU41RMIN) and
      **** browsed and purged by the weekly bad-address worklist
      **** (SU41RMWL).  P44STU and P44ACCT delete an entry through
      **** EXEC CICS FILE commands (file name RTNMAIL) when the
      **** address is changed.  Paired with RMLREC.CPY (record,
      **** copied under the caller's own FD 01 RML-RECORD). ***********
           SELECT RML-FILE
             ASSIGN TO RTNMAIL
               ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                   RECORD KEY IS RML-KEY
                     FILE STATUS IS RML-FS.
      **** End of Returned-Mail Register FILE-CONTROL entry ************
