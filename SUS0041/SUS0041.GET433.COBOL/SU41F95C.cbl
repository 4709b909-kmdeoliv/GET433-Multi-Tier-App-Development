       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41F95C.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT HOURS-FILE    ASSIGN TO HRFILE
                     FILE STATUS IS HOURS-FS.
            SELECT RATE-FILE     ASSIGN TO RTFILE
                     FILE STATUS IS RATE-FS.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT STMT-FILE     ASSIGN TO SFILE
                     FILE STATUS IS STMT-FS.
            SELECT XMIT-FILE     ASSIGN TO TFILE
                     FILE STATUS IS XMIT-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** DAILY TIME DETAIL - THE PAY CYCLES' HRFILE FEEDS FOR THE
      **** WHOLE YEAR, CONCATENATED.  DAYS OUTSIDE THE TAX YEAR ARE
      **** PASSED OVER. ************************************************
       FD  HOURS-FILE.
       01  HOURS-REC.
           05  HR-EMP-ID      PIC X(7).
           05  HR-DATE        PIC 9(8).
           05  HR-DATE-R REDEFINES HR-DATE.
               10  HR-YYYY    PIC 9(4).
               10  HR-MM      PIC 9(2).
               10  HR-DD      PIC 9(2).
           05  HR-SHIFT       PIC X(1).
           05  HR-HOURS       PIC 9(2)V99.
           05  FILLER         PIC X(60).

      **** PLAN-RATE CONTROL FILE - ANNUAL COST PER COVERAGE PER PLAN.
      **** THE CHEAPEST MEDICAL PLAN IS THE ONE THE STATEMENT QUOTES.
       FD  RATE-FILE.
       01  RATE-REC.
           05  PLR-PLAN       PIC X(6).
           05  PLR-MED-COST   PIC 9(7)V99.
           05  PLR-DEN-COST   PIC 9(7)V99.
           05  PLR-VIS-COST   PIC 9(7)V99.
           05  FILLER         PIC X(47).

      **** TAX-YEAR CONTROL CARD - THE CALENDAR YEAR TO REPORT AND THE
      **** MONTHLY HOURS THAT MAKE AN HOURLY EMPLOYEE FULL-TIME.  A
      **** MISSING CARD MEANS THE YEAR BEFORE THE RUN DATE AND 130
      **** HOURS. ******************************************************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-TAX-YEAR   PIC 9(4).
           05  CTL-FT-HOURS   PIC 9(3).
           05  FILLER         PIC X(73).

      **** EMPLOYEE COVERAGE STATEMENT - ONE PER EMPLOYEE FULL-TIME IN
      **** ANY MONTH OF THE YEAR.  EACH MONTH CARRIES THE OFFER CODE
      **** (1E OFFERED, 1H NOT OFFERED), THE EMPLOYEE'S MONTHLY SHARE
      **** OF THE LOWEST-COST PLAN WHEN OFFERED, AND THE STATUS CODE
      **** (2A NOT EMPLOYED, 2B NOT FULL-TIME, 2C ENROLLED). *********
       FD  STMT-FILE.
       01  STMT-REC.
           05  ST-TAX-YEAR    PIC 9(4).
           05  ST-EMP-ID      PIC X(7).
           05  ST-LAST-NAME   PIC X(26).
           05  ST-FIRST-NAME  PIC X(15).
           05  ST-ADDRESS1    PIC X(30).
           05  ST-CITY        PIC X(30).
           05  ST-STATE       PIC X(2).
           05  ST-ZIP         PIC X(9).
           05  ST-MONTH OCCURS 12 TIMES.
               10  ST-OFFER-CD    PIC X(2).
               10  ST-EE-SHARE    PIC 9(5)V99.
               10  ST-STATUS-CD   PIC X(2).
               10  ST-FT-FLAG     PIC X(1).
           05  FILLER         PIC X(33).

      **** TRANSMITTAL SUMMARY - ONE RECORD FOR THE EMPLOYER: HOW
      **** MANY STATEMENTS GO WITH IT, AND BY MONTH THE FULL-TIME
      **** COUNT, TOTAL EMPLOYEE COUNT, AND WHETHER AT LEAST 95
      **** PERCENT OF THE FULL-TIME EMPLOYEES WERE OFFERED COVERAGE.
       FD  XMIT-FILE.
       01  XMIT-REC.
           05  XM-TAX-YEAR    PIC 9(4).
           05  XM-STMT-CNT    PIC 9(7).
           05  XM-MONTH OCCURS 12 TIMES.
               10  XM-FT-CNT      PIC 9(5).
               10  XM-EMP-CNT     PIC 9(5).
               10  XM-OFFER-95    PIC X(1).
           05  FILLER         PIC X(57).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** RETURNED-MAIL REGISTER AND HOLD LIST - A STATEMENT FOR AN
      **** ADDRESS THE POST OFFICE HAS SENT MAIL BACK FROM IS HELD ****
       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * ACA EMPLOYER COVERAGE         *
      *                                * STATEMENTS (1095-C STYLE).    *
      *                                * FOR EACH MONTH OF THE TAX     *
      *                                * YEAR DECIDES WHETHER THE      *
      *                                * EMPLOYEE WAS EMPLOYED AND     *
      *                                * FULL-TIME - HOURLY STAFF BY   *
      *                                * THE MONTH'S HOURS, SALARIED   *
      *                                * STAFF BY BEING ON THE BOOKS - *
      *                                * AND WHETHER COVERAGE WAS      *
      *                                * OFFERED (PR-BENEFIT-FLAG) AND *
      *                                * TAKEN (PR-MEDICAL-FLAG).      *
      *                                * WRITES THE STATEMENTS, THE    *
      *                                * TRANSMITTAL SUMMARY, AND A    *
      *                                * LIST OF FULL-TIME MONTHS      *
      *                                * WITH NO OFFER, WHICH ARE THE  *
      *                                * MONTHS THAT DRAW A PENALTY.   *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  HOURS-EOF-SW    PIC X         VALUE SPACES.
           05  RATE-EOF-SW     PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-TAX-YEAR     PIC 9(4)      VALUE 0.
           05  WS-FT-HOURS     PIC 9(3)      VALUE 130.
           05  WS-YEAR-START   PIC 9(8)      VALUE 0.
           05  WS-YEAR-END     PIC 9(8)      VALUE 0.
           05  WS-MONTH-START  PIC 9(8)      VALUE 0.
           05  WS-MONTH-END    PIC 9(8)      VALUE 0.
           05  WS-LOW-COST     PIC 9(7)V99   VALUE 0.
           05  WS-LOW-PLAN     PIC X(6)      VALUE SPACES.
           05  WS-LOW-SHARE    PIC 9(5)V99   VALUE 0.
           05  WS-PLAN-CNT     PIC 9(3)      VALUE 0.
           05  WS-PR-READ      PIC 9(7)      VALUE 0.
           05  WS-STMT-CNT     PIC 9(7)      VALUE 0.
           05  WS-PARTTIME-CNT PIC 9(7)      VALUE 0.
           05  WS-NOOFFER-CNT  PIC 9(7)      VALUE 0.
           05  WS-NOOFFER-MOS  PIC 9(7)      VALUE 0.
           05  WS-EMP-NOOFFER  PIC 9(2)      VALUE 0.
           05  WS-EMP-FT-MOS   PIC 9(2)      VALUE 0.
           05  MON-SUB         PIC 9(2)      VALUE 0.
           05  HRS-SUB         PIC 9(5)      VALUE 0.
           05  HRS-HIT-SUB     PIC 9(5)      VALUE 0.
           05  WS-HRS-CNT      PIC 9(5)      VALUE 0.
           05  WS-HRS-MAX      PIC 9(5)      VALUE 3000.
           05  WS-FIND-ID      PIC X(7)      VALUE SPACES.
           05  HRS-FOUND-SW    PIC X         VALUE 'N'.
               88  HRS-FOUND                 VALUE 'Y'.
           05  EMPLOYED-SW     PIC X         VALUE 'N'.
               88  MONTH-EMPLOYED            VALUE 'Y'.
           05  FULLTIME-SW     PIC X         VALUE 'N'.
               88  MONTH-FULLTIME            VALUE 'Y'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  HOURS-FS        PIC XX        VALUE '00'.
               88  HOURS-FS-OK               VALUE '00'.
           05  RATE-FS         PIC XX        VALUE '00'.
               88  RATE-FS-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  STMT-FS         PIC XX        VALUE '00'.
               88  STMT-FS-OK                VALUE '00'.
           05  XMIT-FS         PIC XX        VALUE '00'.
               88  XMIT-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** THE ADDRESS AS THE RETURNED-MAIL REGISTER KEEPS IT *********
       01  WS-PAY-ADDR.
           05  WS-PA-ADDRESS1  PIC X(30).
           05  WS-PA-CITY      PIC X(30).

           COPY RMLW.

      **** HOURS WORKED BY EMPLOYEE BY MONTH OF THE TAX YEAR **********
       01  WS-HRS-AREA.
           05  WS-HRS-TBL OCCURS 3000 TIMES.
             10  HH-EMP-ID       PIC X(7).
             10  HH-HOURS        PIC 9(4)V99 OCCURS 12 TIMES.

      **** BY-MONTH COUNTS FOR THE TRANSMITTAL ************************
       01  WS-MONTH-AREA.
           05  WS-MONTH-TBL OCCURS 12 TIMES.
             10  MT-FT-CNT       PIC 9(5).
             10  MT-EMP-CNT      PIC 9(5).
             10  MT-OFFER-CNT    PIC 9(5).

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'ACA EMPLOYER COVERAGE STATEMENTS - YEAR '.
           05 HL-YEAR         PIC 9(4).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'FULL-TIME MONTHS WITH NO OFFER OF COVERA'.
           05 FILLER          PIC X(40) VALUE
                   'GE                                      '.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  NAME                       J F M'.
           05 FILLER          PIC X(40) VALUE
                   ' A M J J A S O N D  MONTHS              '.

      **** ONE EXCEPTION LINE - AN X UNDER EVERY FULL-TIME MONTH THAT
      **** HAD NO OFFER ***********************************************
       01  EXC-LINE.
           05 EX-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-NAME         PIC X(26).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-MONTH OCCURS 12 TIMES.
              10 EX-MON-FLAG  PIC X(1).
              10 FILLER       PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-MOS          PIC Z9.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       01  CTL-AMT-LINE.
           05 CTA-LABEL       PIC X(40).
           05 CTA-AMOUNT-Z    PIC $$$,$$9.99.
           05 FILLER          PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-YEAR-RTN.
           PERFORM LOAD-PLANS-RTN THRU LOAD-PLANS-RTN-EXIT
               UNTIL RATE-EOF-SW = 'F'.
           PERFORM LOAD-HOURS-RTN THRU LOAD-HOURS-RTN-EXIT
               UNTIL HOURS-EOF-SW = 'F'.
           PERFORM WRITE-HEADINGS-RTN.
           PERFORM PROCESS-EMP-RTN THRU PROCESS-EMP-RTN-EXIT
               UNTIL EOF-SW-PR = 'F'.
           PERFORM WRITE-TRANSMITTAL-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41F95C - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HOURS-FILE.
           IF NOT HOURS-FS-OK
               DISPLAY 'SU41F95C - HOURS-FILE OPEN FAILED, STATUS='
                       HOURS-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FS-OK
               DISPLAY 'SU41F95C - RATE-FILE OPEN FAILED, STATUS='
                       RATE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT STMT-FILE.
           IF NOT STMT-FS-OK
               DISPLAY 'SU41F95C - STMT-FILE OPEN FAILED, STATUS='
                       STMT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT XMIT-FILE.
           IF NOT XMIT-FS-OK
               DISPLAY 'SU41F95C - XMIT-FILE OPEN FAILED, STATUS='
                       XMIT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41F95C - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE 'SU41F95C'    TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41F95C - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
           READ HOURS-FILE
               AT END MOVE 'F' TO HOURS-EOF-SW.
           READ RATE-FILE
               AT END MOVE 'F' TO RATE-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-YEAR-RTN.
           MOVE WS-RUN-DATE-8(1:4) TO WS-TAX-YEAR.
           SUBTRACT 1 FROM WS-TAX-YEAR.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41F95C - NO YEAR CARD, USING ' WS-TAX-YEAR
           ELSE
               READ CTL-FILE
                   AT END
                       DISPLAY 'YEAR CARD EMPTY, USING ' WS-TAX-YEAR
                       MOVE 'F' TO CTL-EOF-SW
               END-READ
               IF CTL-EOF-SW NOT = 'F' AND CTL-TAX-YEAR NUMERIC
                       AND CTL-TAX-YEAR > 0
                   MOVE CTL-TAX-YEAR TO WS-TAX-YEAR
               END-IF
               IF CTL-EOF-SW NOT = 'F' AND CTL-FT-HOURS NUMERIC
                       AND CTL-FT-HOURS > 0
                   MOVE CTL-FT-HOURS TO WS-FT-HOURS
               END-IF
               CLOSE CTL-FILE
           END-IF.
           COMPUTE WS-YEAR-START = (WS-TAX-YEAR * 10000) + 0101.
           COMPUTE WS-YEAR-END   = (WS-TAX-YEAR * 10000) + 1231.
           PERFORM CLEAR-MONTH-RTN
               VARYING MON-SUB FROM 1 BY 1
               UNTIL MON-SUB > 12.
       GET-YEAR-RTN-EXIT. EXIT.

       CLEAR-MONTH-RTN.
           MOVE 0 TO MT-FT-CNT(MON-SUB).
           MOVE 0 TO MT-EMP-CNT(MON-SUB).
           MOVE 0 TO MT-OFFER-CNT(MON-SUB).
       CLEAR-MONTH-RTN-EXIT. EXIT.

       LOAD-PLANS-RTN.
      * THE STATEMENT QUOTES THE EMPLOYEE'S MONTHLY COST OF THE
      * CHEAPEST MEDICAL PLAN OFFERED.  PLAN COSTS ARE CHARGED IN FULL
      * TO THE EMPLOYEE (PR-BENEFIT-COST-YR), SO THE PLAN'S ANNUAL
      * MEDICAL COST OVER TWELVE IS THE EMPLOYEE'S SHARE.
           IF PLR-MED-COST NOT NUMERIC OR PLR-MED-COST = 0
               GO TO LOAD-PLANS-NEXT-RTN
           END-IF.
           ADD 1 TO WS-PLAN-CNT.
           IF WS-PLAN-CNT = 1 OR PLR-MED-COST < WS-LOW-COST
               MOVE PLR-MED-COST TO WS-LOW-COST
               MOVE PLR-PLAN     TO WS-LOW-PLAN
           END-IF.
       LOAD-PLANS-NEXT-RTN.
           READ RATE-FILE
               AT END
                   MOVE 'F' TO RATE-EOF-SW
                   IF WS-PLAN-CNT = 0
                       DISPLAY 'SU41F95C - NO MEDICAL PLAN ON RATE '
                               'FILE, EMPLOYEE SHARE REPORTED AS ZERO'
                   END-IF
                   COMPUTE WS-LOW-SHARE ROUNDED = WS-LOW-COST / 12
           END-READ.
       LOAD-PLANS-RTN-EXIT. EXIT.

       LOAD-HOURS-RTN.
           IF HR-YYYY NOT = WS-TAX-YEAR OR HR-HOURS NOT NUMERIC
                   OR HR-MM < 1 OR HR-MM > 12
               GO TO LOAD-HOURS-NEXT-RTN
           END-IF.
           MOVE HR-EMP-ID TO WS-FIND-ID.
           MOVE 'N' TO HRS-FOUND-SW.
           MOVE 0 TO HRS-HIT-SUB.
           PERFORM FIND-HOURS-RTN
               VARYING HRS-SUB FROM 1 BY 1
               UNTIL HRS-SUB > WS-HRS-CNT OR HRS-FOUND.
           IF NOT HRS-FOUND
               IF WS-HRS-CNT NOT < WS-HRS-MAX
                   DISPLAY 'SU41F95C ABEND - HOURS TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-HRS-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-HRS-CNT
               MOVE WS-HRS-CNT TO HRS-HIT-SUB
               MOVE HR-EMP-ID TO HH-EMP-ID(HRS-HIT-SUB)
               PERFORM CLEAR-HOURS-RTN
                   VARYING MON-SUB FROM 1 BY 1
                   UNTIL MON-SUB > 12
           END-IF.
           ADD HR-HOURS TO HH-HOURS(HRS-HIT-SUB, HR-MM).
       LOAD-HOURS-NEXT-RTN.
           READ HOURS-FILE
               AT END MOVE 'F' TO HOURS-EOF-SW.
       LOAD-HOURS-RTN-EXIT. EXIT.

       FIND-HOURS-RTN.
           IF HH-EMP-ID(HRS-SUB) = WS-FIND-ID
               MOVE 'Y' TO HRS-FOUND-SW
               MOVE HRS-SUB TO HRS-HIT-SUB
           END-IF.
       FIND-HOURS-RTN-EXIT. EXIT.

       CLEAR-HOURS-RTN.
           MOVE 0 TO HH-HOURS(HRS-HIT-SUB, MON-SUB).
       CLEAR-HOURS-RTN-EXIT. EXIT.

       WRITE-HEADINGS-RTN.
           MOVE WS-TAX-YEAR TO HL-YEAR.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
       WRITE-HEADINGS-RTN-EXIT. EXIT.

       PROCESS-EMP-RTN.
      * ANYONE ON THE BOOKS AT ANY POINT IN THE YEAR IS COUNTED; ONLY
      * THOSE FULL-TIME IN AT LEAST ONE MONTH GET A STATEMENT.
           ADD 1 TO WS-PR-READ.
           IF PR-START-DT NOT NUMERIC OR PR-START-DT = 0
                   OR PR-START-DT > WS-YEAR-END
               GO TO PROCESS-EMP-NEXT-RTN
           END-IF.
           IF PR-TERM-DT NUMERIC AND PR-TERM-DT > 0
                   AND PR-TERM-DT < WS-YEAR-START
               GO TO PROCESS-EMP-NEXT-RTN
           END-IF.
           MOVE SPACES TO STMT-REC.
           MOVE WS-TAX-YEAR    TO ST-TAX-YEAR.
           MOVE PR-EMPLOYEE-ID TO ST-EMP-ID.
           MOVE PR-LAST-NAME   TO ST-LAST-NAME.
           MOVE PR-FIRST-NAME  TO ST-FIRST-NAME.
           MOVE PR-ADDRESS1    TO ST-ADDRESS1.
           MOVE PR-CITY        TO ST-CITY.
           MOVE PR-STATE       TO ST-STATE.
           MOVE PR-ZIP-POSTAL  TO ST-ZIP.
           MOVE SPACES TO EXC-LINE.
           MOVE 0 TO WS-EMP-FT-MOS.
           MOVE 0 TO WS-EMP-NOOFFER.
           MOVE 'N' TO HRS-FOUND-SW.
           MOVE 0 TO HRS-HIT-SUB.
           IF PR-HOURLY
               MOVE PR-EMPLOYEE-ID TO WS-FIND-ID
               PERFORM FIND-HOURS-RTN
                   VARYING HRS-SUB FROM 1 BY 1
                   UNTIL HRS-SUB > WS-HRS-CNT OR HRS-FOUND
           END-IF.
           PERFORM EVALUATE-MONTH-RTN THRU EVALUATE-MONTH-RTN-EXIT
               VARYING MON-SUB FROM 1 BY 1
               UNTIL MON-SUB > 12.
           IF WS-EMP-FT-MOS = 0
               ADD 1 TO WS-PARTTIME-CNT
               GO TO PROCESS-EMP-NEXT-RTN
           END-IF.
      * A STATEMENT FOR AN ADDRESS ON THE RETURNED-MAIL REGISTER IS
      * HELD, NOT WRITTEN - THE EMPLOYEE STILL COUNTS IN THE MONTHLY
      * TRANSMITTAL FIGURES AND THE NO-OFFER LIST.
           MOVE 'P'            TO RML-REQ-MASTER.
           MOVE PR-EMPLOYEE-ID TO RML-REQ-ID.
           MOVE PR-LAST-NAME   TO RML-REQ-NAME.
           MOVE PR-ADDRESS1    TO WS-PA-ADDRESS1.
           MOVE PR-CITY        TO WS-PA-CITY.
           MOVE WS-PAY-ADDR    TO RML-REQ-ADDRESS.
           PERFORM CHECK-RETURNED-MAIL-RTN
               THRU CHECK-RETURNED-MAIL-RTN-EXIT.
           IF NOT RML-HOLD-MAIL
               WRITE STMT-REC
               ADD 1 TO WS-STMT-CNT
           END-IF.
           IF WS-EMP-NOOFFER > 0
               ADD 1 TO WS-NOOFFER-CNT
               ADD WS-EMP-NOOFFER TO WS-NOOFFER-MOS
               MOVE PR-EMPLOYEE-ID TO EX-EMP-ID
               MOVE PR-LAST-NAME   TO EX-NAME
               MOVE WS-EMP-NOOFFER TO EX-MOS
               MOVE EXC-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       PROCESS-EMP-NEXT-RTN.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       PROCESS-EMP-RTN-EXIT. EXIT.

       EVALUATE-MONTH-RTN.
      * EMPLOYED FOR ANY DAY OF THE MONTH COUNTS AS EMPLOYED FOR THE
      * MONTH.  AN HOURLY EMPLOYEE WITH NO TIME ON FILE FOR THE YEAR
      * IS NEVER FULL-TIME.
           COMPUTE WS-MONTH-START = WS-YEAR-START + (MON-SUB * 100)
               - 100.
           COMPUTE WS-MONTH-END = WS-MONTH-START + 30.
           MOVE 'N' TO EMPLOYED-SW.
           MOVE 'N' TO FULLTIME-SW.
           IF PR-START-DT NOT > WS-MONTH-END
               MOVE 'Y' TO EMPLOYED-SW
           END-IF.
           IF PR-TERM-DT NUMERIC AND PR-TERM-DT > 0
                   AND PR-TERM-DT < WS-MONTH-START
               MOVE 'N' TO EMPLOYED-SW
           END-IF.
           IF MONTH-EMPLOYED
               IF PR-HOURLY
                   IF HRS-FOUND
                       IF HH-HOURS(HRS-HIT-SUB, MON-SUB)
                               NOT < WS-FT-HOURS
                           MOVE 'Y' TO FULLTIME-SW
                       END-IF
                   END-IF
               ELSE
                   MOVE 'Y' TO FULLTIME-SW
               END-IF
           END-IF.
           MOVE 0 TO ST-EE-SHARE(MON-SUB).
           MOVE SPACES TO ST-STATUS-CD(MON-SUB).
           MOVE 'N' TO ST-FT-FLAG(MON-SUB).
           MOVE '1H' TO ST-OFFER-CD(MON-SUB).
           IF NOT MONTH-EMPLOYED
               MOVE '2A' TO ST-STATUS-CD(MON-SUB)
               GO TO EVALUATE-MONTH-RTN-EXIT
           END-IF.
           ADD 1 TO MT-EMP-CNT(MON-SUB).
           IF PR-BENEFIT-YES
               MOVE '1E' TO ST-OFFER-CD(MON-SUB)
               MOVE WS-LOW-SHARE TO ST-EE-SHARE(MON-SUB)
           END-IF.
           IF PR-MEDICAL-YES
               MOVE '2C' TO ST-STATUS-CD(MON-SUB)
           ELSE
               IF NOT MONTH-FULLTIME
                   MOVE '2B' TO ST-STATUS-CD(MON-SUB)
               END-IF
           END-IF.
           IF MONTH-FULLTIME
               MOVE 'Y' TO ST-FT-FLAG(MON-SUB)
               ADD 1 TO WS-EMP-FT-MOS
               ADD 1 TO MT-FT-CNT(MON-SUB)
               IF PR-BENEFIT-YES
                   ADD 1 TO MT-OFFER-CNT(MON-SUB)
               ELSE
                   ADD 1 TO WS-EMP-NOOFFER
                   MOVE 'X' TO EX-MON-FLAG(MON-SUB)
               END-IF
           END-IF.
       EVALUATE-MONTH-RTN-EXIT. EXIT.

       WRITE-TRANSMITTAL-RTN.
           MOVE SPACES TO XMIT-REC.
           MOVE WS-TAX-YEAR TO XM-TAX-YEAR.
           MOVE WS-STMT-CNT TO XM-STMT-CNT.
           PERFORM XMIT-MONTH-RTN
               VARYING MON-SUB FROM 1 BY 1
               UNTIL MON-SUB > 12.
           WRITE XMIT-REC.
       WRITE-TRANSMITTAL-RTN-EXIT. EXIT.

       XMIT-MONTH-RTN.
      * THE 95 PERCENT TEST IS ON FULL-TIME EMPLOYEES OFFERED OVER
      * FULL-TIME EMPLOYEES; A MONTH WITH NONE PASSES TRIVIALLY.
           MOVE MT-FT-CNT(MON-SUB)  TO XM-FT-CNT(MON-SUB).
           MOVE MT-EMP-CNT(MON-SUB) TO XM-EMP-CNT(MON-SUB).
           IF MT-OFFER-CNT(MON-SUB) * 100
                   NOT < MT-FT-CNT(MON-SUB) * 95
               MOVE 'Y' TO XM-OFFER-95(MON-SUB)
           ELSE
               MOVE 'N' TO XM-OFFER-95(MON-SUB)
           END-IF.
       XMIT-MONTH-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PAYROLL RECORDS READ                    ' TO CTL-LABEL.
           MOVE WS-PR-READ TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STATEMENTS WRITTEN                      ' TO CTL-LABEL.
           MOVE WS-STMT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STATEMENTS HELD - RETURNED MAIL         ' TO CTL-LABEL.
           MOVE RML-HELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EMPLOYED BUT NEVER FULL-TIME            ' TO CTL-LABEL.
           MOVE WS-PARTTIME-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EMPLOYEES WITH UNOFFERED FULL-TIME MOS  ' TO CTL-LABEL.
           MOVE WS-NOOFFER-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'FULL-TIME MONTHS WITH NO OFFER          ' TO CTL-LABEL.
           MOVE WS-NOOFFER-MOS TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'FULL-TIME HOURS PER MONTH               ' TO CTL-LABEL.
           MOVE WS-FT-HOURS TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO CTA-LABEL.
           STRING 'LOWEST-COST PLAN ' WS-LOW-PLAN
                   ' MONTHLY SHARE'
               DELIMITED BY SIZE INTO CTA-LABEL.
           MOVE WS-LOW-SHARE TO CTA-AMOUNT-Z.
           MOVE CTL-AMT-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-NOOFFER-CNT > 0
               DISPLAY 'SU41F95C - FULL-TIME EMPLOYEES NOT OFFERED '
                       'COVERAGE: ' WS-NOOFFER-CNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE HOURS-FILE RATE-FILE STMT-FILE
                 XMIT-FILE OUT-FILE.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY RMLP.
