                     FILE STATUS IS ARCV-FS.
            COPY FPSEL.
            COPY LOCKSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
       01  LOCK-REC.
           COPY LOKREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MONTHLY LATE-FEE ASSESSMENT   *
           05  WS-THIS-FEE     PIC 9(5)V99   VALUE 0.
           05  WS-AGE-DAYS     PIC S9(7)     VALUE 0.
           05  WS-RUN-SERIAL   PIC S9(9)     VALUE 0.
           05  WS-DUE-SERIAL   PIC S9(9)     VALUE 0.
           05  WS-ASSESS-CNT   PIC 9(7)      VALUE 0.
           05  CAMP-FS         PIC XX        VALUE '00'.
               88  CAMP-FS-OK                VALUE '00'.

       COPY LOCKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           STOP RUN.

       OPEN-FILES-RTN.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM30 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * NOTHING OPENS THE SHARED AR CLUSTER FOR UPDATE WITHOUT THE
      * QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY WHILE
      * THIS JOB HOLDS IT, AND A SECOND BATCH UPDATER IS REFUSED.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
      * ALREADY REPORTED.
           IF AR-BALANCE > 0 AND AR-LAST-BILL-DATE NUMERIC
                   AND AR-LAST-BILL-DATE > 0
               PERFORM COMPUTE-AGE-RTN
               IF WS-AGE-DAYS > 0
                   PERFORM POST-FEE-RTN
               END-IF
           END-IF.
       ASSESS-FEE-RTN-EXIT. EXIT.

       COMPUTE-AGE-RTN.
      * THE BALANCE FALLS DUE THE GRACE PERIOD AFTER IT WAS BILLED,
      * ROLLED ON PAST A WEEKEND OR BANK HOLIDAY - NO STUDENT IS
      * CHARGED FOR A DUE DATE THE BURSAR WAS CLOSED ON.  AGE IS
      * THEN WHOLE CALENDAR DAYS PAST THAT DUE DATE.
           MOVE AR-LAST-BILL-DATE TO BDT-DATE.
           MOVE WS-GRACE-DAYS TO BDT-DAYS.
           PERFORM ADD-CALENDAR-DAYS-RTN
               THRU ADD-CALENDAR-DAYS-RTN-EXIT.
           PERFORM NEXT-BUSINESS-DAY-RTN
               THRU NEXT-BUSINESS-DAY-RTN-EXIT.
           PERFORM BDT-DAY-NUMBER-RTN THRU BDT-DAY-NUMBER-RTN-EXIT.
           MOVE BDT-DAY-NUMBER TO WS-DUE-SERIAL.
           MOVE WS-RUN-DATE-8 TO BDT-DATE.
           PERFORM BDT-DAY-NUMBER-RTN THRU BDT-DAY-NUMBER-RTN-EXIT.
           MOVE BDT-DAY-NUMBER TO WS-RUN-SERIAL.
           COMPUTE WS-AGE-DAYS = WS-RUN-SERIAL - WS-DUE-SERIAL.
       COMPUTE-AGE-RTN-EXIT. EXIT.

       POST-FEE-RTN.
       COPY FPCHKP.

       COPY LOCKP.

       COPY BDTP.
