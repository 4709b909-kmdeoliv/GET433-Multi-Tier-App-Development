      ***************************************************************
      * WORKING STORAGE FOR THE SHARED RETURNED-MAIL PARAGRAPHS
      * (RMLP.CPY).  FOR EACH PIECE ABOUT TO BE MAILED THE CALLER
      * LOADS RML-REQ-MASTER ('S', 'P' OR 'A' - SEE RMLREC.CPY),
      * RML-REQ-ID, RML-REQ-NAME AND RML-REQ-ADDRESS (BUILT THE SAME
      * WAY AS RML-ADDR-SNAP) AND PERFORMS CHECK-RETURNED-MAIL-RTN;
      * RML-HOLD-MAIL COMING BACK MEANS THE PIECE HAS BEEN PUT ON THE
      * HOLD LIST AND MUST NOT BE PRINTED.  RML-REQ-PGM AND
      * RML-REQ-DATE ARE SET ONCE AT JOB START.
      ***************************************************************
       01  RETMAIL-WORK-AREA.
           05  RML-FS             PIC XX    VALUE '00'.
               88  RML-OK             VALUE '00'.
               88  RML-NOT-FOUND      VALUE '23'.
           05  MHL-FS             PIC XX    VALUE '00'.
               88  MHL-FS-OK          VALUE '00'.
           05  RML-OPEN-SW        PIC X     VALUE 'N'.
               88  RML-FILE-OPEN      VALUE 'Y'.
           05  RML-HOLD-SW        PIC X     VALUE 'N'.
               88  RML-HOLD-MAIL      VALUE 'Y'.
           05  RML-REQ-MASTER     PIC X     VALUE SPACE.
           05  RML-REQ-ID         PIC X(9)  VALUE SPACES.
           05  RML-REQ-NAME       PIC X(20) VALUE SPACES.
           05  RML-REQ-ADDRESS    PIC X(60) VALUE SPACES.
           05  RML-REQ-PGM        PIC X(8)  VALUE SPACES.
           05  RML-REQ-DATE       PIC 9(8)  VALUE 0.
           05  RML-HELD-CNT       PIC 9(7)  VALUE 0.
           05  RML-MOVED-CNT      PIC 9(7)  VALUE 0.
