      **** Returned-Mail Hold List Record  Length 80 *******************
      **** One record per piece of mail not printed: whose it was (the
      **** register key), which program held it and when, and the
      **** name and first line of the address it would have gone to.
      **** No 01-level here by design - COPY MHLREC under the caller's
      **** own 01. *****************************************************
       05  MHL-KEY.
           10  MHL-MASTER              PIC X(01).
           10  MHL-ID                  PIC X(09).
       05  MHL-DOC-PGM                 PIC X(08).
       05  MHL-HOLD-DATE               PIC 9(08).
       05  MHL-NAME                    PIC X(20).
       05  MHL-ADDRESS                 PIC X(30).
       05  FILLER                      PIC X(04).
      **** End of Returned-Mail Hold List Record **********************
