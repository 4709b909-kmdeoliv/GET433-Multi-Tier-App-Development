      **** Deposit Availability Hold FILE-CONTROL entry - batch ********
      **** Primary key account number + date + time.  The CICS
      **** posting, inquiry and history screens address the same
      **** cluster (file name FUNDHOLD) through EXEC CICS FILE
      **** commands via the FCT, not this SELECT. **********************
           SELECT HOLD-FILE
             ASSIGN TO FUNDHOLD
               ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                   RECORD KEY IS FHD-KEY
                     FILE STATUS IS FHD-RC.
      **** End of Deposit Availability Hold FILE-CONTROL entry *********
