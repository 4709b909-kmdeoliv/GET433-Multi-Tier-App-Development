      **** Course Section FILE-CONTROL entry - batch access ************
      **** Primary key course id + section.  Dynamic access: the
      **** nightly section run reads the file front to back and the
      **** online add/drop addresses single sections through the FCT
      **** (file name SECTFILE), not this SELECT. **********************
           SELECT SECT-FILE
             ASSIGN TO SECTFILE
               ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                   RECORD KEY IS SCT-KEY
                     FILE STATUS IS SCT-RC.
      **** End of Course Section FILE-CONTROL entry ********************
