           05  SPJ-AMOUNT         PIC S9(7)V99.
           05  FILLER             PIC X(1)   VALUE SPACES.
           05  SPJ-PGM            PIC X(9).
      * THE DATE AND TIME THE BILLING RUN (SU41PGM2) STARTED, ON ITS
      * BL RECORDS ONLY, SO A RESTART CAN TELL ITS OWN RECORDS FROM
      * ANOTHER RUN'S.  SPACES ON EVERY OTHER RECORD.
           05  SPJ-RUN-DATE       PIC 9(8).
           05  SPJ-RUN-TIME       PIC 9(6).
           05  FILLER             PIC X(17)  VALUE SPACES.
