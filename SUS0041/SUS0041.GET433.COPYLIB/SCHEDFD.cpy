      * RUN/SKIP FLAG PER PROGRAM THAT TAKES PART IN THE SU41DRV
      * DRIVER JOB - THE OPERATOR EDITS THIS CONTROL CARD TO TURN A
      * STEP OFF FOR A GIVEN CYCLE WITHOUT TOUCHING THE JCL ITSELF.
      * THE FLAGS AFTER SCHD-RUN-PGM38 BELONG TO THE STEPS THAT POST
      * AN OUTSIDE FEED; THE RESTART MANAGER (SU41PGM58) LEAVES THEM
      * BLANK AND THE PRE-WINDOW FEED CHECK (SU41FDCK) SETS ONE TO
      * 'N' WHEN ITS FEED IS MISSING, OUT OF BALANCE OR A REPEAT.
      ***************************************************************
       FD  SCHED-FILE.
       01  SCHED-REC.
           05  SCHD-RUN-PGM7      PIC X     VALUE 'Y'.
           05  SCHD-RUN-PGM19     PIC X     VALUE 'Y'.
           05  SCHD-RUN-PGM38     PIC X     VALUE 'Y'.
           05  SCHD-RUN-PGM24     PIC X     VALUE 'Y'.
           05  SCHD-RUN-PGM33     PIC X     VALUE 'Y'.
           05  SCHD-RUN-PGM67     PIC X     VALUE 'Y'.
           05  SCHD-RUN-PGM69     PIC X     VALUE 'Y'.
           05  SCHD-RUN-PGM91     PIC X     VALUE 'Y'.
           05  FILLER             PIC X(68).
