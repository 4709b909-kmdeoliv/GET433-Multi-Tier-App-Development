                     FILE STATUS IS ARCV-FS.
            COPY LOCKSEL.
            COPY FPSEL.
            COPY SCHEDSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
       FD  FP-FILE.
           COPY FPCTL.

       COPY SCHEDFD.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * CARD-PROCESSOR SETTLEMENT     *
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  SCHED-FS        PIC XX        VALUE '00'.
               88  SCHED-FS-OK               VALUE '00'.

           COPY ARRC.


       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
      * A FEED THE PRE-WINDOW CHECK (SU41FDCK) HELD BACK COMES
      * THROUGH AS THIS STEP'S SCHEDCTL FLAG SET TO 'N'.
           PERFORM CHECK-SCHEDULE-RTN.
           IF SCHD-RUN-PGM67 = 'N'
               DISPLAY 'SU41PGM67 - SKIPPED PER SCHEDULE CONTROL'
               GOBACK
           END-IF.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-APPL-RULE-RTN.
           PERFORM HDG-ROUTINE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM67 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * THE RECOVERY JOURNAL IS PERMANENT - OPENED EXTEND SO EVERY
      * IMAGE EVER TAKEN STAYS BEHIND THE CURRENT BACKUP CYCLE.
           OPEN EXTEND ARCV-FILE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RCV-TIME FROM TIME.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
       COPY LOCKP.

       COPY FPCHKP.

       COPY SCHEDP.

       COPY BDTP.
