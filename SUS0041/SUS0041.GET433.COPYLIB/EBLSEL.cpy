      **** Electronic-Billing Preference FILE-CONTROL entry ************
      **** Random access by SSN - read by the statement run
      **** (SU41PGM6) to route a student's bill, and written or
      **** rewritten by the opt-in/bounce-back intake (SU41EBIN).
      **** Paired with EBLREC.CPY (record, copied under the caller's
      **** own FD 01). *************************************************
           SELECT EBL-FILE
             ASSIGN TO EBILL
               ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                   RECORD KEY IS EBL-SSN
                     FILE STATUS IS EBL-RC.
      **** End of Electronic-Billing Preference FILE-CONTROL entry *****
