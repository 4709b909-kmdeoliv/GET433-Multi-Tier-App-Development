       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41COBR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT QE-FILE       ASSIGN TO QEFILE
                     FILE STATUS IS QE-FS.
            SELECT CASE-FILE     ASSIGN TO CBFILE
                     FILE STATUS IS CASE-FS.
            SELECT CASEO-FILE    ASSIGN TO CBOFILE
                     FILE STATUS IS CASEO-FS.
            SELECT TXN-FILE      ASSIGN TO CTFILE
                     FILE STATUS IS TXN-FS.
            SELECT RATE-FILE     ASSIGN TO RTFILE
                     FILE STATUS IS RATE-FS.
            SELECT NOTICE-FILE   ASSIGN TO NFILE
                     FILE STATUS IS NOTICE-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
      **** QUALIFYING EVENTS FROM THE TERMINATION RUN (SU41PGM12) ****
       FD  QE-FILE.
           COPY COBRAQE.

      **** COBRA CASES - PRIOR STATE IN, UPDATED STATE OUT SO CBOFILE
      **** REPLACES THE INPUT AS NEXT RUN'S FILE ***********************
       FD  CASE-FILE.
           COPY COBRATRK.

       FD  CASEO-FILE.
       01  CASEO-REC          PIC X(160).

      **** ELECTIONS, WAIVERS AND PREMIUM PAYMENTS RECEIVED SINCE THE
      **** LAST RUN - 'E' ELECTION, 'W' WAIVER, 'P' PREMIUM PAYMENT,
      **** DATED THE DAY THEY WERE POSTMARKED OR RECEIVED ************
       FD  TXN-FILE.
       01  TXN-REC.
           05  CTX-EMP-ID     PIC X(7).
           05  CTX-TYPE       PIC X(1).
               88  CTX-ELECTION              VALUE 'E'.
               88  CTX-WAIVER                VALUE 'W'.
               88  CTX-PAYMENT               VALUE 'P'.
           05  CTX-DATE       PIC 9(8).
           05  CTX-AMOUNT     PIC 9(7)V99.
           05  FILLER         PIC X(55).

      **** THE SAME PLAN-RATE CONTROL FILE THE CARRIER RECONCILIATION
      **** (SU41PGM86) PRICES FROM - ANNUAL COST PER COVERAGE *********
       FD  RATE-FILE.
       01  RATE-REC.
           05  PLR-PLAN       PIC X(6).
           05  PLR-MED-COST   PIC 9(7)V99.
           05  PLR-DEN-COST   PIC 9(7)V99.
           05  PLR-VIS-COST   PIC 9(7)V99.
           05  FILLER         PIC X(47).

      **** ELECTION NOTICES, READY TO MAIL - ONE PER NEW CASE ********
       FD  NOTICE-FILE.
       01  NOTICE-REC         PIC X(80).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

      **** RETURNED-MAIL REGISTER AND HOLD LIST - A NOTICE FOR AN
      **** ADDRESS THE POST OFFICE HAS SENT MAIL BACK FROM IS HELD ****
       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * COBRA CONTINUATION NOTICES    *
      *                                * AND CASE TRACKING.  OPENS A   *
      *                                * CASE AND PRINTS AN ELECTION   *
      *                                * NOTICE FOR EVERY NEW          *
      *                                * QUALIFYING EVENT, FLAGGING    *
      *                                * ANY NOTICE GOING OUT AFTER    *
      *                                * THE 44-DAY LEGAL WINDOW;      *
      *                                * APPLIES ELECTIONS, WAIVERS    *
      *                                * AND PREMIUMS RECEIVED; AND    *
      *                                * CLOSES CASES WHOSE ELECTION   *
      *                                * PERIOD RAN OUT, WHOSE PREMIUM *
      *                                * WENT UNPAID PAST THE GRACE    *
      *                                * PERIOD, OR WHOSE 18 MONTHS    *
      *                                * ARE USED UP.                  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  QE-EOF-SW       PIC X         VALUE SPACES.
           05  CASE-EOF-SW     PIC X         VALUE SPACES.
           05  TXN-EOF-SW      PIC X         VALUE SPACES.
           05  RATE-EOF-SW     PIC X         VALUE SPACES.
           05  CASE-OPEN-SW    PIC X         VALUE 'N'.
               88  CASE-OPEN                 VALUE 'Y'.
           05  TXN-OPEN-SW     PIC X         VALUE 'N'.
               88  TXN-OPEN                  VALUE 'Y'.
           05  SEED-SW         PIC X         VALUE 'N'.
               88  SEED-RUN                  VALUE 'Y'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-NOTICE-DAYS  PIC 9(3)      VALUE 44.
           05  WS-ELECT-DAYS   PIC 9(3)      VALUE 60.
           05  WS-FIRST-DAYS   PIC 9(3)      VALUE 45.
           05  WS-GRACE-DAYS   PIC 9(3)      VALUE 30.
           05  WS-MAX-MONTHS   PIC 9(3)      VALUE 18.
           05  WS-STD-PLAN     PIC X(6)      VALUE SPACES.
           05  WS-STD-MED      PIC 9(7)V99   VALUE 0.
           05  WS-STD-DEN      PIC 9(7)V99   VALUE 0.
           05  WS-STD-VIS      PIC 9(7)V99   VALUE 0.
           05  WS-MED-PREM     PIC 9(5)V99   VALUE 0.
           05  WS-DEN-PREM     PIC 9(5)V99   VALUE 0.
           05  WS-VIS-PREM     PIC 9(5)V99   VALUE 0.
           05  WS-PREMIUM      PIC 9(5)V99   VALUE 0.
           05  WS-DUE-DATE     PIC 9(8)      VALUE 0.
           05  WS-MONTHS       PIC 9(5)      VALUE 0.
           05  WS-LATE-SW      PIC X         VALUE 'N'.
               88  NOTICE-LATE               VALUE 'Y'.
           05  WS-CARRIED-CNT  PIC 9(5)      VALUE 0.
           05  WS-NEW-CNT      PIC 9(5)      VALUE 0.
           05  WS-LATE-CNT     PIC 9(5)      VALUE 0.
           05  WS-DUP-CNT      PIC 9(5)      VALUE 0.
           05  WS-SEED-CNT     PIC 9(5)      VALUE 0.
           05  WS-ELECT-CNT    PIC 9(5)      VALUE 0.
           05  WS-TOOLATE-CNT  PIC 9(5)      VALUE 0.
           05  WS-WAIVE-CNT    PIC 9(5)      VALUE 0.
           05  WS-PAY-CNT      PIC 9(5)      VALUE 0.
           05  WS-PAY-AMT      PIC 9(9)V99   VALUE 0.
           05  WS-LAPSE-CNT    PIC 9(5)      VALUE 0.
           05  WS-NONPAY-CNT   PIC 9(5)      VALUE 0.
           05  WS-EXHAUST-CNT  PIC 9(5)      VALUE 0.
           05  WS-OPEN-CNT     PIC 9(5)      VALUE 0.
           05  WS-REJECT-CNT   PIC 9(5)      VALUE 0.
           05  CASE-SUB        PIC 9(5)      VALUE 0.
           05  CASE-HIT-SUB    PIC 9(5)      VALUE 0.
           05  WS-CASE-CNT     PIC 9(5)      VALUE 0.
           05  WS-CASE-MAX     PIC 9(5)      VALUE 3000.
           05  CASE-FOUND-SW   PIC X         VALUE 'N'.
               88  CASE-FOUND                VALUE 'Y'.
           05  QE-FS           PIC XX        VALUE '00'.
               88  QE-FS-OK                  VALUE '00'.
           05  CASE-FS         PIC XX        VALUE '00'.
               88  CASE-FS-OK                VALUE '00'.
           05  CASEO-FS        PIC XX        VALUE '00'.
               88  CASEO-FS-OK               VALUE '00'.
           05  TXN-FS          PIC XX        VALUE '00'.
               88  TXN-FS-OK                 VALUE '00'.
           05  RATE-FS         PIC XX        VALUE '00'.
               88  RATE-FS-OK                VALUE '00'.
           05  NOTICE-FS       PIC XX        VALUE '00'.
               88  NOTICE-FS-OK              VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** THE ADDRESS AS THE RETURNED-MAIL REGISTER KEEPS IT *********
       01  WS-PAY-ADDR.
           05  WS-PA-ADDRESS1  PIC X(30).
           05  WS-PA-CITY      PIC X(30).

           COPY RMLW.

      **** CALENDAR ARITHMETIC - A DATE MOVED FORWARD A DAY AT A TIME
      **** AND A YEAR-MONTH MOVED FORWARD A MONTH AT A TIME ***********
       01  WS-DATE-AREA.
           05  WS-DT-DATE      PIC 9(8)      VALUE 0.
           05  WS-DT-DATE-R    REDEFINES WS-DT-DATE.
               10  WS-DT-YYYY  PIC 9(4).
               10  WS-DT-MM    PIC 9(2).
               10  WS-DT-DD    PIC 9(2).
           05  WS-DT-LIMIT     PIC 9(2)      VALUE 0.
           05  WS-DT-QUOT      PIC 9(4)      VALUE 0.
           05  WS-DT-REM       PIC 9(4)      VALUE 0.
           05  WS-ADD-DAYS     PIC 9(3)      VALUE 0.
           05  WS-YM           PIC 9(6)      VALUE 0.
           05  WS-YM-R         REDEFINES WS-YM.
               10  WS-YM-YYYY  PIC 9(4).
               10  WS-YM-MM    PIC 9(2).
           05  WS-YM-TOTAL     PIC 9(7)      VALUE 0.
           05  WS-ADD-MONTHS   PIC 9(5)      VALUE 0.
           05  WS-MON-DAYS-TBL PIC X(24)     VALUE
                   '312831303130313130313031'.
           05  WS-MON-DAYS-R   REDEFINES WS-MON-DAYS-TBL.
               10  WS-MON-DAYS PIC 9(2)  OCCURS 12 TIMES.

      **** EVERY CASE, CARRIED AND NEW, HELD FOR THE RUN *************
       01  WS-CASE-AREA.
           05  WS-CASE-TBL OCCURS 3000 TIMES.
             10  CS-EMP-ID       PIC X(7).
             10  CS-EVENT-DATE   PIC 9(8).
             10  CS-LAST-NAME    PIC X(26).
             10  CS-FIRST-NAME   PIC X(15).
             10  CS-EVENT-CODE   PIC X(1).
             10  CS-MEDICAL      PIC X(1).
             10  CS-DENTAL       PIC X(1).
             10  CS-VISION       PIC X(1).
             10  CS-PREMIUM      PIC 9(5)V99.
             10  CS-NOTICE-DATE  PIC 9(8).
             10  CS-DEADLINE     PIC 9(8).
             10  CS-ELECT-DATE   PIC 9(8).
             10  CS-PAID-THRU    PIC 9(6).
             10  CS-PAID-TOTAL   PIC 9(7)V99.
             10  CS-COVER-END    PIC 9(6).
             10  CS-STATUS       PIC X(1).
                 88  CS-NOTICED              VALUE 'N'.
                 88  CS-ELECTED              VALUE 'E'.
             10  CS-CLOSE-DATE   PIC 9(8).

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'COBRA CONTINUATION NOTICE AND CASE RUN  '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  NAME                EVENT DT ACT'.
           05 FILLER          PIC X(40) VALUE
                   'ION                      AMOUNT DATE    '.

       01  ACT-LINE.
           05 AL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-NAME         PIC X(19).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-EVENT-DATE   PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-ACTION       PIC X(24).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-AMOUNT-Z     PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-DATE         PIC X(8).

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(34).
           05 CTL-COUNT       PIC ZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(23) VALUE SPACES.

      **** NOTICE LINES ***********************************************
       01  NTC-DATE-LINE.
           05 FILLER          PIC X(50) VALUE SPACES.
           05 FILLER          PIC X(6)  VALUE 'DATE: '.
           05 NTC-DATE        PIC X(10).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  NTC-NAME-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 NTC-FIRST       PIC X(15).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 NTC-LAST        PIC X(26).
           05 FILLER          PIC X(33) VALUE SPACES.

       01  NTC-ADDR-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 NTC-ADDR        PIC X(30).
           05 FILLER          PIC X(45) VALUE SPACES.

       01  NTC-CITY-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 NTC-CITY        PIC X(30).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 NTC-STATE       PIC X(2).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 NTC-ZIP         PIC X(9).
           05 FILLER          PIC X(31) VALUE SPACES.

       01  NTC-COV-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 NTC-COV-NAME    PIC X(20).
           05 NTC-COV-PREM    PIC $$,$$9.99.
           05 FILLER          PIC X(10) VALUE ' PER MONTH'.
           05 FILLER          PIC X(31) VALUE SPACES.

       01  NTC-DEADLINE-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'TO ELECT, RETURN THE ENCLOSED FORM NO LA'.
           05 FILLER          PIC X(9)  VALUE 'TER THAN '.
           05 NTC-DEADLINE    PIC X(10).
           05 FILLER          PIC X(16) VALUE '.'.

       01  NTC-EVENT-LINE.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'YOUR GROUP HEALTH COVERAGE ENDS WITH YOU'.
           05 FILLER          PIC X(16) VALUE
                   'R SEPARATION ON '.
           05 NTC-EVENT-DATE  PIC X(10).
           05 FILLER          PIC X(9)  VALUE '.'.

       01  WS-PRT-DATE.
           05 PD-MM           PIC 9(2).
           05 FILLER          PIC X(1)  VALUE '/'.
           05 PD-DD           PIC 9(2).
           05 FILLER          PIC X(1)  VALUE '/'.
           05 PD-YYYY         PIC 9(4).

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-CASES-RTN
               UNTIL CASE-EOF-SW = 'F'.
           PERFORM PROCESS-EVENT-RTN THRU PROCESS-EVENT-RTN-EXIT
               UNTIL QE-EOF-SW = 'F'.
           PERFORM APPLY-TXN-RTN THRU APPLY-TXN-RTN-EXIT
               UNTIL TXN-EOF-SW = 'F'.
           PERFORM REVIEW-CASE-RTN THRU REVIEW-CASE-RTN-EXIT
               VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > WS-CASE-CNT.
           PERFORM WRITE-CASE-OUT-RTN
               VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > WS-CASE-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT QE-FILE.
           IF NOT QE-FS-OK
               DISPLAY 'SU41COBR - QE-FILE OPEN FAILED, STATUS='
                       QE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE STANDARD PLAN PRICES EVERY NOTICE - THE MASTER CARRIES NO
      * PLAN ELECTION, SO THE FIRST PLAN ON THE RATE FILE (THE
      * CARRIER'S STANDARD PLAN) IS THE ONE CONTINUED, AS IN THE
      * CARRIER RECONCILIATION.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FS-OK
               DISPLAY 'SU41COBR - RATE-FILE OPEN FAILED, STATUS='
                       RATE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ RATE-FILE
               AT END MOVE 'F' TO RATE-EOF-SW.
           IF RATE-EOF-SW = 'F'
               DISPLAY 'SU41COBR - RATE FILE EMPTY, NO PREMIUM TO QUOTE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE PLR-PLAN     TO WS-STD-PLAN.
           MOVE PLR-MED-COST TO WS-STD-MED.
           MOVE PLR-DEN-COST TO WS-STD-DEN.
           MOVE PLR-VIS-COST TO WS-STD-VIS.
           CLOSE RATE-FILE.
      * THE CONTINUATION PREMIUM IS THE PLAN'S FULL COST PLUS THE 2
      * PERCENT ADMINISTRATIVE CHARGE THE LAW ALLOWS.
           COMPUTE WS-MED-PREM ROUNDED = WS-STD-MED * 1.02 / 12.
           COMPUTE WS-DEN-PREM ROUNDED = WS-STD-DEN * 1.02 / 12.
           COMPUTE WS-VIS-PREM ROUNDED = WS-STD-VIS * 1.02 / 12.
      * NO CASE FILE IS THE FIRST RUN - EVERY EVENT THE TERMINATION
      * RUN HOLDS IS ONLY RECORDED, NOT MAILED, SO THE FIRST RUN
      * NEVER SENDS NOTICES FOR SEPARATIONS HANDLED BEFORE IT.
           OPEN INPUT CASE-FILE.
           IF NOT CASE-FS-OK
               DISPLAY 'SU41COBR - NO CASE FILE, STATUS=' CASE-FS
                       ' - SEEDING, NO NOTICES MAILED'
               MOVE 'Y' TO SEED-SW
               MOVE 'F' TO CASE-EOF-SW
           ELSE
               MOVE 'Y' TO CASE-OPEN-SW
               READ CASE-FILE
                   AT END MOVE 'F' TO CASE-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT TXN-FILE.
           IF NOT TXN-FS-OK
               DISPLAY 'SU41COBR - NO ELECTIONS OR PAYMENTS, STATUS='
                       TXN-FS
               MOVE 'F' TO TXN-EOF-SW
           ELSE
               MOVE 'Y' TO TXN-OPEN-SW
               READ TXN-FILE
                   AT END MOVE 'F' TO TXN-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT CASEO-FILE.
           IF NOT CASEO-FS-OK
               DISPLAY 'SU41COBR - CASEO-FILE OPEN FAILED, STATUS='
                       CASEO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NOTICE-FILE.
           IF NOT NOTICE-FS-OK
               DISPLAY 'SU41COBR - NOTICE-FILE OPEN FAILED, STATUS='
                       NOTICE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41COBR - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41COBR ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE 'SU41COBR'    TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41COBR - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ QE-FILE
               AT END MOVE 'F' TO QE-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-CASES-RTN.
           IF WS-CASE-CNT NOT < WS-CASE-MAX
               DISPLAY 'SU41COBR ABEND - CASE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CASE-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-CASE-CNT.
           ADD 1 TO WS-CARRIED-CNT.
           MOVE CBT-EMP-ID      TO CS-EMP-ID(WS-CASE-CNT).
           MOVE CBT-EVENT-DATE  TO CS-EVENT-DATE(WS-CASE-CNT).
           MOVE CBT-LAST-NAME   TO CS-LAST-NAME(WS-CASE-CNT).
           MOVE CBT-FIRST-NAME  TO CS-FIRST-NAME(WS-CASE-CNT).
           MOVE CBT-EVENT-CODE  TO CS-EVENT-CODE(WS-CASE-CNT).
           MOVE CBT-MEDICAL     TO CS-MEDICAL(WS-CASE-CNT).
           MOVE CBT-DENTAL      TO CS-DENTAL(WS-CASE-CNT).
           MOVE CBT-VISION      TO CS-VISION(WS-CASE-CNT).
           MOVE CBT-PREMIUM     TO CS-PREMIUM(WS-CASE-CNT).
           MOVE CBT-NOTICE-DATE TO CS-NOTICE-DATE(WS-CASE-CNT).
           MOVE CBT-DEADLINE    TO CS-DEADLINE(WS-CASE-CNT).
           MOVE CBT-ELECT-DATE  TO CS-ELECT-DATE(WS-CASE-CNT).
           MOVE CBT-PAID-THRU   TO CS-PAID-THRU(WS-CASE-CNT).
           MOVE CBT-PAID-TOTAL  TO CS-PAID-TOTAL(WS-CASE-CNT).
           MOVE CBT-COVER-END   TO CS-COVER-END(WS-CASE-CNT).
           MOVE CBT-STATUS      TO CS-STATUS(WS-CASE-CNT).
           MOVE CBT-CLOSE-DATE  TO CS-CLOSE-DATE(WS-CASE-CNT).
           READ CASE-FILE
               AT END MOVE 'F' TO CASE-EOF-SW.
       LOAD-CASES-RTN-EXIT. EXIT.

       PROCESS-EVENT-RTN.
      * THE TERMINATION RUN REPORTS A SEPARATION EVERY TIME IT RUNS;
      * AN EVENT ALREADY ON FILE HAS HAD ITS NOTICE.
           MOVE 'N' TO CASE-FOUND-SW.
           PERFORM FIND-EVENT-RTN
               VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > WS-CASE-CNT OR CASE-FOUND.
           IF CASE-FOUND
               ADD 1 TO WS-DUP-CNT
               GO TO PROCESS-EVENT-NEXT-RTN
           END-IF.
           IF WS-CASE-CNT NOT < WS-CASE-MAX
               DISPLAY 'SU41COBR ABEND - CASE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CASE-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-CASE-CNT.
           MOVE WS-CASE-CNT TO CASE-HIT-SUB.
           MOVE 0 TO WS-PREMIUM.
           IF CQE-MEDICAL = 'Y'
               ADD WS-MED-PREM TO WS-PREMIUM
           END-IF.
           IF CQE-DENTAL = 'Y'
               ADD WS-DEN-PREM TO WS-PREMIUM
           END-IF.
           IF CQE-VISION = 'Y'
               ADD WS-VIS-PREM TO WS-PREMIUM
           END-IF.
           MOVE CQE-EMP-ID      TO CS-EMP-ID(CASE-HIT-SUB).
           MOVE CQE-EVENT-DATE  TO CS-EVENT-DATE(CASE-HIT-SUB).
           MOVE CQE-LAST-NAME   TO CS-LAST-NAME(CASE-HIT-SUB).
           MOVE CQE-FIRST-NAME  TO CS-FIRST-NAME(CASE-HIT-SUB).
           MOVE CQE-EVENT-CODE  TO CS-EVENT-CODE(CASE-HIT-SUB).
           MOVE CQE-MEDICAL     TO CS-MEDICAL(CASE-HIT-SUB).
           MOVE CQE-DENTAL      TO CS-DENTAL(CASE-HIT-SUB).
           MOVE CQE-VISION      TO CS-VISION(CASE-HIT-SUB).
           MOVE WS-PREMIUM      TO CS-PREMIUM(CASE-HIT-SUB).
           MOVE WS-RUN-DATE-8   TO CS-NOTICE-DATE(CASE-HIT-SUB).
           MOVE 0               TO CS-ELECT-DATE(CASE-HIT-SUB).
           MOVE 0               TO CS-PAID-TOTAL(CASE-HIT-SUB).
           MOVE 0               TO CS-CLOSE-DATE(CASE-HIT-SUB).
           MOVE 'N'             TO CS-STATUS(CASE-HIT-SUB).
      * THE ELECTION PERIOD RUNS 60 DAYS FROM THE NOTICE.
           MOVE WS-RUN-DATE-8 TO WS-DT-DATE.
           MOVE WS-ELECT-DAYS TO WS-ADD-DAYS.
           PERFORM ADD-DAYS-RTN.
           MOVE WS-DT-DATE TO CS-DEADLINE(CASE-HIT-SUB).
      * COVERAGE IS PAID THROUGH THE MONTH OF SEPARATION AND CAN BE
      * CONTINUED FOR 18 MONTHS AFTER IT.
           MOVE CQE-EVENT-DATE TO WS-DT-DATE.
           COMPUTE WS-YM = (WS-DT-YYYY * 100) + WS-DT-MM.
           MOVE WS-YM TO CS-PAID-THRU(CASE-HIT-SUB).
           MOVE WS-MAX-MONTHS TO WS-ADD-MONTHS.
           PERFORM ADD-MONTHS-RTN.
           MOVE WS-YM TO CS-COVER-END(CASE-HIT-SUB).
           IF SEED-RUN
               PERFORM SEED-CASE-RTN
               GO TO PROCESS-EVENT-NEXT-RTN
           END-IF.
      * A NOTICE FOR AN ADDRESS ON THE RETURNED-MAIL REGISTER IS NOT
      * PRINTED.  THE CASE IS STILL OPENED SO THE EVENT IS NOT LOST -
      * THE HOLD LIST PUTS IT ON THE WEEKLY WORKLIST, AND THE NOTICE
      * IS MAILED BY HAND ONCE A GOOD ADDRESS IS FOUND.
           MOVE 'P'            TO RML-REQ-MASTER.
           MOVE CQE-EMP-ID     TO RML-REQ-ID.
           MOVE CQE-LAST-NAME  TO RML-REQ-NAME.
           MOVE CQE-ADDRESS1   TO WS-PA-ADDRESS1.
           MOVE CQE-CITY       TO WS-PA-CITY.
           MOVE WS-PAY-ADDR    TO RML-REQ-ADDRESS.
           PERFORM CHECK-RETURNED-MAIL-RTN
               THRU CHECK-RETURNED-MAIL-RTN-EXIT.
           IF RML-HOLD-MAIL
               MOVE CASE-HIT-SUB TO CASE-SUB
               MOVE 'NOTICE HELD - RTN MAIL  ' TO AL-ACTION
               MOVE WS-PREMIUM TO AL-AMOUNT-Z
               MOVE CS-DEADLINE(CASE-SUB) TO AL-DATE
               PERFORM WRITE-ACT-LINE-RTN
               GO TO PROCESS-EVENT-NEXT-RTN
           END-IF.
      * THE NOTICE IS DUE WITHIN 44 DAYS OF THE EVENT - 30 FOR THE
      * EMPLOYER TO TELL THE PLAN AND 14 FOR THE PLAN TO MAIL.
           MOVE 'N' TO WS-LATE-SW.
           MOVE CQE-EVENT-DATE TO WS-DT-DATE.
           MOVE WS-NOTICE-DAYS TO WS-ADD-DAYS.
           PERFORM ADD-DAYS-RTN.
           IF WS-RUN-DATE-8 > WS-DT-DATE
               MOVE 'Y' TO WS-LATE-SW
               ADD 1 TO WS-LATE-CNT
           END-IF.
           PERFORM PRINT-NOTICE-RTN.
           ADD 1 TO WS-NEW-CNT.
           MOVE CASE-HIT-SUB TO CASE-SUB.
           IF NOTICE-LATE
               MOVE 'NOTICE SENT - LATE      ' TO AL-ACTION
           ELSE
               MOVE 'NOTICE SENT             ' TO AL-ACTION
           END-IF.
           MOVE WS-PREMIUM TO AL-AMOUNT-Z.
           MOVE CS-DEADLINE(CASE-SUB) TO AL-DATE.
           PERFORM WRITE-ACT-LINE-RTN.
       PROCESS-EVENT-NEXT-RTN.
           READ QE-FILE
               AT END MOVE 'F' TO QE-EOF-SW.
       PROCESS-EVENT-RTN-EXIT. EXIT.

       SEED-CASE-RTN.
      * A SEEDED EVENT'S NOTICE WENT OUT BY HAND, SO IT IS GIVEN THE
      * ELECTION PERIOD AN ON-TIME NOTICE WOULD HAVE OPENED - 44 DAYS
      * FROM THE EVENT, THEN 60.  ONE STILL OPEN TAKES ELECTIONS AS
      * USUAL; ONE ALREADY CLOSED IS FILED LAPSED AS OF ITS DEADLINE
      * SO IT IS NEVER NOTICED, OR REPORTED LAPSED, BY THIS RUN.
           ADD 1 TO WS-SEED-CNT.
           MOVE 0 TO CS-NOTICE-DATE(CASE-HIT-SUB).
           MOVE CQE-EVENT-DATE TO WS-DT-DATE.
           COMPUTE WS-ADD-DAYS = WS-NOTICE-DAYS + WS-ELECT-DAYS.
           PERFORM ADD-DAYS-RTN.
           MOVE WS-DT-DATE TO CS-DEADLINE(CASE-HIT-SUB).
           MOVE CASE-HIT-SUB TO CASE-SUB.
           IF WS-RUN-DATE-8 > WS-DT-DATE
               MOVE 'L' TO CS-STATUS(CASE-HIT-SUB)
               MOVE WS-DT-DATE TO CS-CLOSE-DATE(CASE-HIT-SUB)
               MOVE 'SEEDED - WINDOW CLOSED  ' TO AL-ACTION
           ELSE
               MOVE 'SEEDED - NO NOTICE SENT ' TO AL-ACTION
           END-IF.
           MOVE WS-PREMIUM TO AL-AMOUNT-Z.
           MOVE CS-DEADLINE(CASE-SUB) TO AL-DATE.
           PERFORM WRITE-ACT-LINE-RTN.
       SEED-CASE-RTN-EXIT. EXIT.

       FIND-EVENT-RTN.
           IF CS-EMP-ID(CASE-SUB) = CQE-EMP-ID
                   AND CS-EVENT-DATE(CASE-SUB) = CQE-EVENT-DATE
               MOVE 'Y' TO CASE-FOUND-SW
           END-IF.
       FIND-EVENT-RTN-EXIT. EXIT.

       PRINT-NOTICE-RTN.
           MOVE '     CONTINUATION COVERAGE ELECTION NOTICE'
               TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE WS-RUN-DATE-8 TO WS-DT-DATE.
           PERFORM FORMAT-DATE-RTN.
           MOVE WS-PRT-DATE TO NTC-DATE.
           MOVE NTC-DATE-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE CQE-FIRST-NAME TO NTC-FIRST.
           MOVE CQE-LAST-NAME  TO NTC-LAST.
           MOVE NTC-NAME-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE CQE-ADDRESS1 TO NTC-ADDR.
           MOVE NTC-ADDR-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           IF CQE-ADDRESS2 NOT = SPACES
               MOVE CQE-ADDRESS2 TO NTC-ADDR
               MOVE NTC-ADDR-LINE TO NOTICE-REC
               WRITE NOTICE-REC
           END-IF.
           MOVE CQE-CITY  TO NTC-CITY.
           MOVE CQE-STATE TO NTC-STATE.
           MOVE CQE-ZIP   TO NTC-ZIP.
           MOVE NTC-CITY-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE SPACES TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE CQE-EVENT-DATE TO WS-DT-DATE.
           PERFORM FORMAT-DATE-RTN.
           MOVE WS-PRT-DATE TO NTC-EVENT-DATE.
           MOVE NTC-EVENT-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE '     YOU MAY CONTINUE THE COVERAGE BELOW FOR UP TO'
               TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE '     18 MONTHS BY ELECTING IT AND PAYING THE PREMIUM:'
               TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE SPACES TO NOTICE-REC.
           WRITE NOTICE-REC.
           IF CQE-MEDICAL = 'Y'
               MOVE 'MEDICAL' TO NTC-COV-NAME
               MOVE WS-MED-PREM TO NTC-COV-PREM
               MOVE NTC-COV-LINE TO NOTICE-REC
               WRITE NOTICE-REC
           END-IF.
           IF CQE-DENTAL = 'Y'
               MOVE 'DENTAL' TO NTC-COV-NAME
               MOVE WS-DEN-PREM TO NTC-COV-PREM
               MOVE NTC-COV-LINE TO NOTICE-REC
               WRITE NOTICE-REC
           END-IF.
           IF CQE-VISION = 'Y'
               MOVE 'VISION' TO NTC-COV-NAME
               MOVE WS-VIS-PREM TO NTC-COV-PREM
               MOVE NTC-COV-LINE TO NOTICE-REC
               WRITE NOTICE-REC
           END-IF.
           MOVE 'TOTAL' TO NTC-COV-NAME.
           MOVE WS-PREMIUM TO NTC-COV-PREM.
           MOVE NTC-COV-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE SPACES TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE CS-DEADLINE(CASE-HIT-SUB) TO WS-DT-DATE.
           PERFORM FORMAT-DATE-RTN.
           MOVE WS-PRT-DATE TO NTC-DEADLINE.
           MOVE NTC-DEADLINE-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE '     THE FIRST PREMIUM IS DUE WITHIN 45 DAYS OF YOUR'
               TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE '     ELECTION.  LATER PREMIUMS ARE DUE ON THE FIRST OF'
               TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE '     EACH MONTH, WITH A 30-DAY GRACE PERIOD.  COVERAGE'
               TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE '     ENDS IF A PREMIUM IS NOT PAID BY THEN.'
               TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE SPACES TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE ALL '-' TO NOTICE-REC.
           WRITE NOTICE-REC.
       PRINT-NOTICE-RTN-EXIT. EXIT.

       APPLY-TXN-RTN.
      * A RECEIPT APPLIES TO THE EMPLOYEE'S OPEN CASE.  ONE THAT
      * MATCHES NO OPEN CASE IS LISTED FOR BENEFITS TO RETURN OR
      * RESEARCH, NOT GUESSED AT.
           MOVE 'N' TO CASE-FOUND-SW.
           MOVE 0 TO CASE-HIT-SUB.
           PERFORM FIND-OPEN-CASE-RTN
               VARYING CASE-SUB FROM 1 BY 1
               UNTIL CASE-SUB > WS-CASE-CNT.
           IF NOT CASE-FOUND
               MOVE CTX-EMP-ID TO AL-EMP-ID
               MOVE SPACES TO AL-NAME
               MOVE 0 TO AL-EVENT-DATE
               MOVE 'REJECTED - NO OPEN CASE ' TO AL-ACTION
               MOVE CTX-AMOUNT TO AL-AMOUNT-Z
               MOVE CTX-DATE TO AL-DATE
               MOVE ACT-LINE TO OUT-REC
               WRITE OUT-REC
               ADD 1 TO WS-REJECT-CNT
               GO TO APPLY-TXN-NEXT-RTN
           END-IF.
           MOVE CASE-HIT-SUB TO CASE-SUB.
           MOVE CTX-AMOUNT TO AL-AMOUNT-Z.
           MOVE CTX-DATE TO AL-DATE.
           EVALUATE TRUE
               WHEN CTX-ELECTION AND CS-NOTICED(CASE-SUB)
                   IF CTX-DATE > CS-DEADLINE(CASE-SUB)
                       MOVE 'REJECTED - PAST DEADLINE' TO AL-ACTION
                       ADD 1 TO WS-TOOLATE-CNT
                   ELSE
                       MOVE 'E' TO CS-STATUS(CASE-SUB)
                       MOVE CTX-DATE TO CS-ELECT-DATE(CASE-SUB)
                       MOVE 'ELECTION RECEIVED       ' TO AL-ACTION
                       ADD 1 TO WS-ELECT-CNT
                   END-IF
               WHEN CTX-WAIVER AND CS-NOTICED(CASE-SUB)
                   MOVE 'W' TO CS-STATUS(CASE-SUB)
                   MOVE CTX-DATE TO CS-CLOSE-DATE(CASE-SUB)
                   MOVE 'WAIVED                  ' TO AL-ACTION
                   ADD 1 TO WS-WAIVE-CNT
               WHEN CTX-PAYMENT AND CS-ELECTED(CASE-SUB)
                   PERFORM APPLY-PAYMENT-RTN
                       THRU APPLY-PAYMENT-RTN-EXIT
               WHEN CTX-PAYMENT
                   MOVE 'REJECTED - NOT ELECTED  ' TO AL-ACTION
                   ADD 1 TO WS-REJECT-CNT
               WHEN CTX-ELECTION
                   MOVE 'REJECTED - ALREADY ELECT' TO AL-ACTION
                   ADD 1 TO WS-REJECT-CNT
               WHEN OTHER
                   MOVE 'REJECTED - BAD TYPE     ' TO AL-ACTION
                   ADD 1 TO WS-REJECT-CNT
           END-EVALUATE.
           PERFORM WRITE-ACT-LINE-RTN.
       APPLY-TXN-NEXT-RTN.
           READ TXN-FILE
               AT END MOVE 'F' TO TXN-EOF-SW.
       APPLY-TXN-RTN-EXIT. EXIT.

       FIND-OPEN-CASE-RTN.
      * THE LATEST OPEN CASE WINS - A REHIRE SEPARATED AGAIN HAS THE
      * NEWER EVENT LATER IN THE TABLE.
           IF CS-EMP-ID(CASE-SUB) = CTX-EMP-ID
                   AND (CS-NOTICED(CASE-SUB) OR CS-ELECTED(CASE-SUB))
               MOVE 'Y' TO CASE-FOUND-SW
               MOVE CASE-SUB TO CASE-HIT-SUB
           END-IF.
       FIND-OPEN-CASE-RTN-EXIT. EXIT.

       APPLY-PAYMENT-RTN.
      * PREMIUMS BUY WHOLE MONTHS FORWARD FROM THE EVENT MONTH; A
      * PARTIAL MONTH STAYS ON ACCOUNT UNTIL THE REST ARRIVES.
           ADD CTX-AMOUNT TO CS-PAID-TOTAL(CASE-SUB).
           ADD 1 TO WS-PAY-CNT.
           ADD CTX-AMOUNT TO WS-PAY-AMT.
           MOVE 'PREMIUM PAID            ' TO AL-ACTION.
           IF CS-PREMIUM(CASE-SUB) = 0
               GO TO APPLY-PAYMENT-RTN-EXIT
           END-IF.
           DIVIDE CS-PAID-TOTAL(CASE-SUB) BY CS-PREMIUM(CASE-SUB)
               GIVING WS-MONTHS.
           MOVE CS-EVENT-DATE(CASE-SUB) TO WS-DT-DATE.
           COMPUTE WS-YM = (WS-DT-YYYY * 100) + WS-DT-MM.
           MOVE WS-MONTHS TO WS-ADD-MONTHS.
           PERFORM ADD-MONTHS-RTN.
           IF WS-YM > CS-COVER-END(CASE-SUB)
               MOVE CS-COVER-END(CASE-SUB) TO WS-YM
           END-IF.
           MOVE WS-YM TO CS-PAID-THRU(CASE-SUB).
       APPLY-PAYMENT-RTN-EXIT. EXIT.

       REVIEW-CASE-RTN.
      * AN UNANSWERED NOTICE LAPSES THE DAY AFTER THE DEADLINE.  AN
      * ELECTED CASE ENDS WHEN ITS 18 MONTHS ARE PAID FOR, OR WHEN A
      * PREMIUM GOES UNPAID PAST ITS DUE DATE - 45 DAYS AFTER THE
      * ELECTION FOR THE FIRST, THE FIRST OF THE MONTH PLUS 30 DAYS'
      * GRACE AFTER THAT.
           IF CS-NOTICED(CASE-SUB)
               IF WS-RUN-DATE-8 > CS-DEADLINE(CASE-SUB)
                   MOVE 'L' TO CS-STATUS(CASE-SUB)
                   MOVE WS-RUN-DATE-8 TO CS-CLOSE-DATE(CASE-SUB)
                   ADD 1 TO WS-LAPSE-CNT
                   MOVE 'LAPSED - NO ELECTION    ' TO AL-ACTION
                   MOVE 0 TO AL-AMOUNT-Z
                   MOVE CS-DEADLINE(CASE-SUB) TO AL-DATE
                   PERFORM WRITE-ACT-LINE-RTN
               ELSE
                   ADD 1 TO WS-OPEN-CNT
               END-IF
               GO TO REVIEW-CASE-RTN-EXIT
           END-IF.
           IF NOT CS-ELECTED(CASE-SUB)
               GO TO REVIEW-CASE-RTN-EXIT
           END-IF.
           IF CS-PAID-THRU(CASE-SUB) NOT < CS-COVER-END(CASE-SUB)
               MOVE 'C' TO CS-STATUS(CASE-SUB)
               MOVE WS-RUN-DATE-8 TO CS-CLOSE-DATE(CASE-SUB)
               ADD 1 TO WS-EXHAUST-CNT
               MOVE 'ENDED - 18 MONTHS USED  ' TO AL-ACTION
               MOVE CS-PAID-TOTAL(CASE-SUB) TO AL-AMOUNT-Z
               MOVE CS-PAID-THRU(CASE-SUB) TO AL-DATE
               PERFORM WRITE-ACT-LINE-RTN
               GO TO REVIEW-CASE-RTN-EXIT
           END-IF.
           MOVE CS-EVENT-DATE(CASE-SUB) TO WS-DT-DATE.
           COMPUTE WS-YM = (WS-DT-YYYY * 100) + WS-DT-MM.
           IF CS-PAID-THRU(CASE-SUB) = WS-YM
               MOVE CS-ELECT-DATE(CASE-SUB) TO WS-DT-DATE
               MOVE WS-FIRST-DAYS TO WS-ADD-DAYS
           ELSE
               MOVE CS-PAID-THRU(CASE-SUB) TO WS-YM
               MOVE 1 TO WS-ADD-MONTHS
               PERFORM ADD-MONTHS-RTN
               COMPUTE WS-DT-DATE = (WS-YM * 100) + 1
               MOVE WS-GRACE-DAYS TO WS-ADD-DAYS
           END-IF.
           PERFORM ADD-DAYS-RTN.
           MOVE WS-DT-DATE TO WS-DUE-DATE.
           IF WS-RUN-DATE-8 > WS-DUE-DATE
               MOVE 'X' TO CS-STATUS(CASE-SUB)
               MOVE WS-RUN-DATE-8 TO CS-CLOSE-DATE(CASE-SUB)
               ADD 1 TO WS-NONPAY-CNT
               MOVE 'ENDED - NON-PAYMENT     ' TO AL-ACTION
               MOVE CS-PAID-TOTAL(CASE-SUB) TO AL-AMOUNT-Z
               MOVE WS-DUE-DATE TO AL-DATE
               PERFORM WRITE-ACT-LINE-RTN
           ELSE
               ADD 1 TO WS-OPEN-CNT
           END-IF.
       REVIEW-CASE-RTN-EXIT. EXIT.

       WRITE-ACT-LINE-RTN.
           MOVE CS-EMP-ID(CASE-SUB)     TO AL-EMP-ID.
           MOVE CS-LAST-NAME(CASE-SUB)  TO AL-NAME.
           MOVE CS-EVENT-DATE(CASE-SUB) TO AL-EVENT-DATE.
           MOVE ACT-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-ACT-LINE-RTN-EXIT. EXIT.

       ADD-DAYS-RTN.
           PERFORM NEXT-DAY-RTN WS-ADD-DAYS TIMES.
       ADD-DAYS-RTN-EXIT. EXIT.

       NEXT-DAY-RTN.
           ADD 1 TO WS-DT-DD.
           MOVE WS-MON-DAYS(WS-DT-MM) TO WS-DT-LIMIT.
           IF WS-DT-MM = 2
               DIVIDE WS-DT-YYYY BY 4 GIVING WS-DT-QUOT
                   REMAINDER WS-DT-REM
               IF WS-DT-REM = 0
                   MOVE 29 TO WS-DT-LIMIT
                   DIVIDE WS-DT-YYYY BY 100 GIVING WS-DT-QUOT
                       REMAINDER WS-DT-REM
                   IF WS-DT-REM = 0
                       MOVE 28 TO WS-DT-LIMIT
                       DIVIDE WS-DT-YYYY BY 400 GIVING WS-DT-QUOT
                           REMAINDER WS-DT-REM
                       IF WS-DT-REM = 0
                           MOVE 29 TO WS-DT-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-DT-DD > WS-DT-LIMIT
               MOVE 1 TO WS-DT-DD
               ADD 1 TO WS-DT-MM
               IF WS-DT-MM > 12
                   MOVE 1 TO WS-DT-MM
                   ADD 1 TO WS-DT-YYYY
               END-IF
           END-IF.
       NEXT-DAY-RTN-EXIT. EXIT.

       ADD-MONTHS-RTN.
           COMPUTE WS-YM-TOTAL = (WS-YM-YYYY * 12) + WS-YM-MM - 1
               + WS-ADD-MONTHS.
           DIVIDE WS-YM-TOTAL BY 12 GIVING WS-YM-YYYY
               REMAINDER WS-YM-MM.
           ADD 1 TO WS-YM-MM.
       ADD-MONTHS-RTN-EXIT. EXIT.

       FORMAT-DATE-RTN.
           MOVE WS-DT-MM   TO PD-MM.
           MOVE WS-DT-DD   TO PD-DD.
           MOVE WS-DT-YYYY TO PD-YYYY.
       FORMAT-DATE-RTN-EXIT. EXIT.

       WRITE-CASE-OUT-RTN.
           MOVE SPACES TO COBRA-CASE-RECORD.
           MOVE CS-EMP-ID(CASE-SUB)      TO CBT-EMP-ID.
           MOVE CS-EVENT-DATE(CASE-SUB)  TO CBT-EVENT-DATE.
           MOVE CS-LAST-NAME(CASE-SUB)   TO CBT-LAST-NAME.
           MOVE CS-FIRST-NAME(CASE-SUB)  TO CBT-FIRST-NAME.
           MOVE CS-EVENT-CODE(CASE-SUB)  TO CBT-EVENT-CODE.
           MOVE CS-MEDICAL(CASE-SUB)     TO CBT-MEDICAL.
           MOVE CS-DENTAL(CASE-SUB)      TO CBT-DENTAL.
           MOVE CS-VISION(CASE-SUB)      TO CBT-VISION.
           MOVE CS-PREMIUM(CASE-SUB)     TO CBT-PREMIUM.
           MOVE CS-NOTICE-DATE(CASE-SUB) TO CBT-NOTICE-DATE.
           MOVE CS-DEADLINE(CASE-SUB)    TO CBT-DEADLINE.
           MOVE CS-ELECT-DATE(CASE-SUB)  TO CBT-ELECT-DATE.
           MOVE CS-PAID-THRU(CASE-SUB)   TO CBT-PAID-THRU.
           MOVE CS-PAID-TOTAL(CASE-SUB)  TO CBT-PAID-TOTAL.
           MOVE CS-COVER-END(CASE-SUB)   TO CBT-COVER-END.
           MOVE CS-STATUS(CASE-SUB)      TO CBT-STATUS.
           MOVE CS-CLOSE-DATE(CASE-SUB)  TO CBT-CLOSE-DATE.
           MOVE COBRA-CASE-RECORD TO CASEO-REC.
           WRITE CASEO-REC.
       WRITE-CASE-OUT-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE 'CASES CARRIED IN                  ' TO CTL-LABEL.
           MOVE WS-CARRIED-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'NEW NOTICES SENT                  ' TO CTL-LABEL.
           MOVE WS-NEW-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE '  SENT AFTER THE 44-DAY WINDOW    ' TO CTL-LABEL.
           MOVE WS-LATE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'EVENTS ALREADY NOTICED            ' TO CTL-LABEL.
           MOVE WS-DUP-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'EVENTS SEEDED - NO NOTICE MAILED  ' TO CTL-LABEL.
           MOVE WS-SEED-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'NOTICES HELD - RETURNED MAIL      ' TO CTL-LABEL.
           MOVE RML-HELD-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'ELECTIONS RECEIVED                ' TO CTL-LABEL.
           MOVE WS-ELECT-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'ELECTIONS AFTER THE DEADLINE      ' TO CTL-LABEL.
           MOVE WS-TOOLATE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'WAIVERS RECEIVED                  ' TO CTL-LABEL.
           MOVE WS-WAIVE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'PREMIUMS PAID                     ' TO CTL-LABEL.
           MOVE WS-PAY-CNT TO CTL-COUNT.
           MOVE WS-PAY-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE 'LAPSED WITHOUT ELECTION           ' TO CTL-LABEL.
           MOVE WS-LAPSE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'COVERAGE ENDED FOR NON-PAYMENT    ' TO CTL-LABEL.
           MOVE WS-NONPAY-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'COVERAGE ENDED - 18 MONTHS USED   ' TO CTL-LABEL.
           MOVE WS-EXHAUST-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'RECEIPTS REJECTED                 ' TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'CASES STILL OPEN                  ' TO CTL-LABEL.
           MOVE WS-OPEN-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           IF WS-LATE-CNT > 0 OR WS-REJECT-CNT > 0
               DISPLAY 'SU41COBR - LATE NOTICES: ' WS-LATE-CNT
                       ' REJECTED RECEIPTS: ' WS-REJECT-CNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-LINE-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-LINE-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE QE-FILE CASEO-FILE NOTICE-FILE OUT-FILE.
           IF CASE-OPEN
               CLOSE CASE-FILE
           END-IF.
           IF TXN-OPEN
               CLOSE TXN-FILE
           END-IF.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.

       COPY RMLP.
