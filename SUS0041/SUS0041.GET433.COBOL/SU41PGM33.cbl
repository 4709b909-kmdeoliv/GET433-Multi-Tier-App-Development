                     FILE STATUS IS ARCV-FS.
            COPY FPSEL.
            COPY LOCKSEL.
            COPY SCHEDSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
       01  LOCK-REC.
           COPY LOKREC.

       COPY SCHEDFD.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * POSTS THE AID OFFICE'S AWARD  *
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  SCHED-FS        PIC XX        VALUE '00'.
               88  SCHED-FS-OK               VALUE '00'.

           COPY ARRC.


       COPY LOCKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
      * A FEED THE PRE-WINDOW CHECK (SU41FDCK) HELD BACK COMES
      * THROUGH AS THIS STEP'S SCHEDCTL FLAG SET TO 'N'.
           PERFORM CHECK-SCHEDULE-RTN.
           IF SCHD-RUN-PGM33 = 'N'
               DISPLAY 'SU41PGM33 - SKIPPED PER SCHEDULE CONTROL'
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES-RTN.
           PERFORM HDG-ROUTINE.
           PERFORM READ-INPUT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM33 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
      * ALREADY REPORTED.
           MOVE AW-AMOUNT      TO ARJ-AMOUNT.
           MOVE 'SU41PGM33'    TO ARJ-PGM.
           MOVE FP-RUN-PERIOD  TO ARJ-PERIOD.
           MOVE AW-FUND        TO ARJ-FUND.
      * AID COMES IN THROUGH THE MAIN CAMPUS WHATEVER CAMPUS THE
      * STUDENT IS REGISTERED AT.
           MOVE 'M'            TO ARJ-POST-CAMPUS.
           MOVE WS-RUN-DATE-8  TO ARJ-RUN-DATE.
           WRITE ARJ-REC.
       WRITE-AR-JOURNAL-RTN-EXIT. EXIT.

       COPY FPCHKP.

       COPY LOCKP.

       COPY SCHEDP.

       COPY BDTP.
