      **** Account Lien FILE-CONTROL entry - batch *********************
      **** Primary key account number + order reference.  The CICS
      **** posting, transfer and lien screens address the same
      **** cluster (file name LIENFILE) through EXEC CICS FILE
      **** commands via the FCT, not this SELECT. **********************
           SELECT LIEN-FILE
             ASSIGN TO LIENFILE
               ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                   RECORD KEY IS LIEN-KEY
                     FILE STATUS IS LIEN-RC.
      **** End of Account Lien FILE-CONTROL entry **********************
