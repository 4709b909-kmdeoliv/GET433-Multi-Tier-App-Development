       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41ACCR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT CAL-FILE      ASSIGN TO PCFILE
                     FILE STATUS IS CAL-FS.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT CHART-FILE    ASSIGN TO CHFILE
                     FILE STATUS IS CHART-FS.
            SELECT GL-FILE       ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           COPY PAYREC.

       FD  CAL-FILE.
           COPY PAYCAL.

      **** OPTIONAL CONTROL CARD - THE FISCAL PERIOD TO ACCRUE AND THE
      **** HOURS IN AN HOURLY EMPLOYEE'S WORKDAY.  NO CARD, OR ZERO,
      **** MEANS THE PERIOD COVERING THE RUN DATE AND AN 8-HOUR DAY. **
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-PERIOD     PIC 9(6).
           05  CTL-DAY-HOURS  PIC 9(2)V99.
           05  FILLER         PIC X(70).

       FD  CHART-FILE.
           COPY CHARTCTL.

       FD  GL-FILE.
       01  GL-REC.
           05  GL-RUN-DATE    PIC 9(6).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-ACCOUNT     PIC X(10).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-DR-CR       PIC X(2).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-AMOUNT      PIC S9(9)V99.
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-DESC        PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-PERIOD      PIC 9(6).
           05  FILLER         PIC X(20) VALUE SPACES.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  FP-FILE.
           COPY FPCTL.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MONTH-END PAYROLL ACCRUAL.    *
      *                                * THE LABOR-COST JOURNAL        *
      *                                * (SU41PGM45) BOOKS A PAY       *
      *                                * PERIOD IN THE MONTH IT IS     *
      *                                * PAID, SO THE WORKDAYS BETWEEN *
      *                                * THE END OF THE LAST PERIOD    *
      *                                * PAID AND THE END OF THE       *
      *                                * FISCAL PERIOD ARE EARNED BUT  *
      *                                * NOT BOOKED.  THIS RUN ACCRUES *
      *                                * THOSE DAYS' WAGES AND BENEFIT *
      *                                * COST AT EACH ACTIVE           *
      *                                * EMPLOYEE'S CURRENT RATE, BY   *
      *                                * PR-DIVISION/PR-DEPARTMENT,    *
      *                                * AND WRITES THE AUTO-REVERSAL  *
      *                                * DATED THE FIRST DAY OF THE    *
      *                                * NEXT PERIOD, SO THE PAY CYCLE *
      *                                * THAT PAYS THOSE DAYS NETS THE *
      *                                * ACCRUAL OUT.  THE CODING IS   *
      *                                * PROVED AGAINST THE CHART THE  *
      *                                * WAY SU41GLVD PROVES EVERY     *
      *                                * FEED, BEFORE ANYTHING POSTS.  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  CAL-EOF-SW      PIC X         VALUE SPACES.
           05  CHART-EOF-SW    PIC X         VALUE SPACES.
           05  CHT-FOUND-SW    PIC X         VALUE 'N'.
               88  CHT-FOUND                 VALUE 'Y'.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-ACCR-PERIOD  PIC 9(6)      VALUE 0.
           05  WS-ACCR-START   PIC 9(8)      VALUE 0.
           05  WS-ACCR-END     PIC 9(8)      VALUE 0.
           05  WS-REV-PERIOD   PIC 9(6)      VALUE 0.
           05  WS-REV-DATE     PIC 9(8)      VALUE 99999999.
           05  WS-LAST-PAID-END PIC 9(8)     VALUE 0.
           05  WS-DAY-HOURS    PIC 9(2)V99   VALUE 8.00.
           05  WS-WORKDAYS     PIC 9(3)      VALUE 0.
           05  WS-DAYNO        PIC 9(7)      VALUE 0.
           05  WS-FIRST-DAYNO  PIC 9(7)      VALUE 0.
           05  WS-LAST-DAYNO   PIC 9(7)      VALUE 0.
           05  WS-DOW-QUOT     PIC 9(7)      VALUE 0.
           05  WS-DOW          PIC 9(1)      VALUE 0.
           05  WS-WAGES        PIC 9(9)V99   VALUE 0.
           05  WS-BENEFIT      PIC 9(7)V99   VALUE 0.
           05  WS-GRAND-WAGES  PIC 9(11)V99  VALUE 0.
           05  WS-GRAND-BEN    PIC 9(11)V99  VALUE 0.
           05  WS-EMP-CNT      PIC 9(7)      VALUE 0.
           05  WS-GL-CNT       PIC 9(7)      VALUE 0.
           05  WS-CHK-ACCOUNT  PIC X(10)     VALUE SPACES.
           05  WS-CHK-SIDE     PIC X(2)      VALUE SPACES.
           05  WS-REASON       PIC X(4)      VALUE SPACES.
           05  WS-CHART-CNT    PIC 9(3)      VALUE 0.
           05  WS-CHART-MAX    PIC 9(3)      VALUE 100.
           05  CHT-SUB         PIC 9(3)      VALUE 0.
           05  WS-HIT-SUB      PIC 9(3)      VALUE 0.
           05  WS-GL-DATE      PIC 9(6)      VALUE 0.
           05  WS-GL-PERIOD    PIC 9(6)      VALUE 0.
           05  WS-GL-SIDE      PIC X(2)      VALUE SPACES.
           05  WS-GL-OFFSET    PIC X(2)      VALUE SPACES.
           05  WS-GL-PREFIX    PIC X(5)      VALUE SPACES.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  CAL-FS          PIC XX        VALUE '00'.
               88  CAL-FS-OK                 VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  CHART-FS        PIC XX        VALUE '00'.
               88  CHART-FS-OK               VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** CALENDAR-DAY NUMBERING, AS THE RETURN-OF-FUNDS CALCULATION
      **** (SU41R2T4) DOES IT.  DAY 1 IS MONDAY 1 JANUARY OF YEAR 1,
      **** SO A DAY NUMBER'S REMAINDER BY 7 IS ITS WEEKDAY - 1 MONDAY
      **** THROUGH 5 FRIDAY, 6 SATURDAY, 0 SUNDAY *******************
       01  WS-DAYNO-AREA.
           05  WS-DN-DATE      PIC 9(8)      VALUE 0.
           05  WS-DN-DATE-R    REDEFINES WS-DN-DATE.
               10  WS-DN-YYYY  PIC 9(4).
               10  WS-DN-MM    PIC 9(2).
               10  WS-DN-DD    PIC 9(2).
           05  WS-DN-PRIOR-YR  PIC 9(4)      VALUE 0.
           05  WS-DN-QUOT      PIC 9(4)      VALUE 0.
           05  WS-DN-REM       PIC 9(4)      VALUE 0.
           05  WS-DN-LEAP-SW   PIC X         VALUE 'N'.
               88  WS-DN-LEAP                VALUE 'Y'.
           05  WS-DAY-NUMBER   PIC 9(7)      VALUE 0.
           05  WS-CUM-DAYS-TBL PIC X(36)     VALUE
                   '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-R   REDEFINES WS-CUM-DAYS-TBL.
               10  WS-CUM-DAYS PIC 9(3)  OCCURS 12 TIMES.

      **** THE CHART, LOADED ONCE AT JOB START - THE SAME TABLE
      **** SU41GLVD BUILDS *********************************************
       01  WS-CHART-AREA VALUE SPACES.
           05  WS-CHART-TBL OCCURS 100 TIMES.
             10  CT-ACCOUNT      PIC X(10).
             10  CT-STATUS       PIC X(1).
             10  CT-DR-ALLOWED   PIC X(1).
             10  CT-CR-ALLOWED   PIC X(1).

      **** ONE ACCUMULATOR ROW PER DIVISION/DEPARTMENT ****************
       01  WS-DD-AREA VALUE HIGH-VALUES.
           05  WS-DD-TBL OCCURS 100 TIMES INDEXED BY DD-IDX.
             10  DD-DIVISION     PIC X(10).
             10  DD-DEPARTMENT   PIC X(10).
             10  DD-COUNT        PIC 9(5).
             10  DD-WAGES        PIC 9(11)V99.
             10  DD-BENEFIT      PIC 9(11)V99.
       01  WS-DD-CNT           PIC 9(3)      VALUE 0.
       01  DD-FOUND-SW         PIC X         VALUE 'N'.
           88  DD-FOUND                      VALUE 'Y'.
       01  DD-PRT-SUB          PIC 9(3)      VALUE 0.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'MONTH-END PAYROLL ACCRUAL               '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(7)  VALUE 'PERIOD '.
           05 HL-PERIOD       PIC 9(6).
           05 FILLER          PIC X(11) VALUE ' LAST PAID '.
           05 HL-LAST-PAID    PIC 9(8).
           05 FILLER          PIC X(10) VALUE ' WORKDAYS '.
           05 HL-WORKDAYS     PIC ZZ9.
           05 FILLER          PIC X(10) VALUE ' REVERSES '.
           05 HL-REV-DATE     PIC 9(8).
           05 FILLER          PIC X(17) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   'DIVISION    DEPARTMENT  EMPS        WAGE'.
           05 FILLER          PIC X(40) VALUE
                   'S        BENEFITS                       '.

       01  ACCR-LINE.
           05 AL-DIVISION     PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 AL-DEPARTMENT   PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-WAGES-Z      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 AL-BENEFIT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(21) VALUE SPACES.

       01  ACCR-TOTAL-LINE.
           05 FILLER          PIC X(23) VALUE
                   'TOTAL ACCRUED         '.
           05 AT-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AT-WAGES-Z      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 AT-BENEFIT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(21) VALUE SPACES.

       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM GET-CONTROL-RTN THRU GET-CONTROL-RTN-EXIT.
           PERFORM LOCATE-PERIODS-RTN THRU LOCATE-PERIODS-RTN-EXIT.
           PERFORM VALIDATE-CODING-RTN THRU VALIDATE-CODING-RTN-EXIT.
           PERFORM LOAD-CAL-RTN
               UNTIL CAL-EOF-SW = 'F'.
           PERFORM COUNT-WORKDAYS-RTN THRU COUNT-WORKDAYS-RTN-EXIT.
           PERFORM HDG-ROUTINE.
           IF WS-WORKDAYS > 0
               PERFORM READ-INPUT
                   UNTIL EOF-SW-PR = 'F'
               PERFORM WRITE-ACCRUAL-RTN
           ELSE
               DISPLAY 'SU41ACCR - NO UNPAID WORKDAYS IN PERIOD '
                       WS-ACCR-PERIOD ', NOTHING ACCRUED'
           END-IF.
           DISPLAY 'ACCRUED WAGES:         ' WS-GRAND-WAGES.
           DISPLAY 'ACCRUED BENEFITS:      ' WS-GRAND-BEN.
           DISPLAY 'GL RECORDS WRITTEN:    ' WS-GL-CNT.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41ACCR - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * WITHOUT THE PAY CALENDAR THE LAST PERIOD PAID IS UNKNOWN.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FS-OK
               DISPLAY 'SU41ACCR - PAY CALENDAR OPEN FAILED, STATUS='
                       CAL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41ACCR - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41ACCR - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41ACCR ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
           OPEN INPUT CTL-FILE.
           IF CTL-FS-OK
               READ CTL-FILE
                   AT END MOVE ZEROS TO CTL-REC
               END-READ
               IF CTL-PERIOD IS NUMERIC AND CTL-PERIOD > 0
                   MOVE CTL-PERIOD TO WS-ACCR-PERIOD
               END-IF
               IF CTL-DAY-HOURS IS NUMERIC AND CTL-DAY-HOURS > 0
                   MOVE CTL-DAY-HOURS TO WS-DAY-HOURS
               END-IF
               CLOSE CTL-FILE
           ELSE
               DISPLAY 'SU41ACCR - NO CONTROL CARD, PERIOD OF RUN DATE'
           END-IF.
       GET-CONTROL-RTN-EXIT. EXIT.

       LOCATE-PERIODS-RTN.
      * THE ACCRUAL PERIOD'S DATES, AND THE START OF THE PERIOD AFTER
      * IT - THE DATE THE REVERSAL IS BOOKED.
           IF WS-ACCR-PERIOD = 0
               MOVE WS-RUN-DATE-8 TO FP-CHK-DATE
               PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT
               MOVE FP-RUN-PERIOD TO WS-ACCR-PERIOD
           END-IF.
           MOVE SPACES TO FP-EOF-SW.
           OPEN INPUT FP-FILE.
           IF NOT FP-FS-OK
               DISPLAY 'SU41ACCR - FP-FILE OPEN FAILED, STATUS='
                       FP-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ FP-FILE
               AT END MOVE 'F' TO FP-EOF-SW.
           PERFORM FIND-ACCR-PERIOD-RTN
               UNTIL FP-EOF-SW = 'F'.
           CLOSE FP-FILE.
           IF WS-ACCR-END = 0
               DISPLAY 'SU41ACCR ABEND - FISCAL PERIOD '
                       WS-ACCR-PERIOD ' NOT ON FPCTL'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE SPACES TO FP-EOF-SW.
           OPEN INPUT FP-FILE.
           READ FP-FILE
               AT END MOVE 'F' TO FP-EOF-SW.
           PERFORM FIND-NEXT-PERIOD-RTN
               UNTIL FP-EOF-SW = 'F'.
           CLOSE FP-FILE.
           IF WS-REV-DATE = 99999999
               DISPLAY 'SU41ACCR ABEND - NO FISCAL PERIOD AFTER '
                       WS-ACCR-PERIOD ' FOR THE REVERSAL'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
      * BOTH HALVES MUST LAND IN OPEN PERIODS - A LATE RERUN MUST NOT
      * DROP AN ACCRUAL INTO A MONTH FINANCE HAS ALREADY REPORTED.
           MOVE WS-ACCR-END TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41ACCR ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE WS-REV-DATE TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41ACCR ABEND - REVERSAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE FP-RUN-PERIOD TO WS-REV-PERIOD.
       LOCATE-PERIODS-RTN-EXIT. EXIT.

       FIND-ACCR-PERIOD-RTN.
           IF FP-PERIOD = WS-ACCR-PERIOD
               MOVE FP-START-DATE TO WS-ACCR-START
               MOVE FP-END-DATE   TO WS-ACCR-END
           END-IF.
           READ FP-FILE
               AT END MOVE 'F' TO FP-EOF-SW.
       FIND-ACCR-PERIOD-RTN-EXIT. EXIT.

       FIND-NEXT-PERIOD-RTN.
           IF FP-START-DATE > WS-ACCR-END
                   AND FP-START-DATE < WS-REV-DATE
               MOVE FP-START-DATE TO WS-REV-DATE
           END-IF.
           READ FP-FILE
               AT END MOVE 'F' TO FP-EOF-SW.
       FIND-NEXT-PERIOD-RTN-EXIT. EXIT.

       VALIDATE-CODING-RTN.
      * EVERY LEG OF THE ACCRUAL AND OF ITS REVERSAL IS PROVED AGAINST
      * THE CHART UP FRONT, BY SU41GLVD'S RULES - A BAD CODING STOPS
      * THE RUN BEFORE ONE HALF POSTS WITHOUT THE OTHER.
           OPEN INPUT CHART-FILE.
           IF NOT CHART-FS-OK
               DISPLAY 'SU41ACCR - CHART-FILE OPEN FAILED, STATUS='
                       CHART-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CHART-FILE
               AT END MOVE 'F' TO CHART-EOF-SW.
           PERFORM LOAD-CHART-RTN
               UNTIL CHART-EOF-SW = 'F'.
           CLOSE CHART-FILE.
           IF WS-CHART-CNT = 0
               DISPLAY 'SU41ACCR ABEND - CHART-OF-ACCOUNTS EMPTY'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE 'LABOR-EXP ' TO WS-CHK-ACCOUNT.
           MOVE 'DR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'CR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'BENEF-EXP ' TO WS-CHK-ACCOUNT.
           MOVE 'DR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'CR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'ACCR-PAYRL' TO WS-CHK-ACCOUNT.
           MOVE 'CR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'DR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
       VALIDATE-CODING-RTN-EXIT. EXIT.

       LOAD-CHART-RTN.
           ADD 1 TO WS-CHART-CNT.
           IF WS-CHART-CNT > WS-CHART-MAX
               DISPLAY 'SU41ACCR ABEND - CHART TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CHART-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE CHT-ACCOUNT    TO CT-ACCOUNT(WS-CHART-CNT).
           MOVE CHT-STATUS     TO CT-STATUS(WS-CHART-CNT).
           MOVE CHT-DR-ALLOWED TO CT-DR-ALLOWED(WS-CHART-CNT).
           MOVE CHT-CR-ALLOWED TO CT-CR-ALLOWED(WS-CHART-CNT).
           READ CHART-FILE
               AT END MOVE 'F' TO CHART-EOF-SW.
       LOAD-CHART-RTN-EXIT. EXIT.

       CHECK-ACCOUNT-RTN.
           MOVE SPACES TO WS-REASON.
           MOVE 'N' TO CHT-FOUND-SW.
           PERFORM FIND-ACCOUNT-RTN
               VARYING CHT-SUB FROM 1 BY 1
               UNTIL CHT-FOUND OR CHT-SUB > WS-CHART-CNT.
           EVALUATE TRUE
               WHEN NOT CHT-FOUND
                   MOVE 'NACC' TO WS-REASON
               WHEN CT-STATUS(WS-HIT-SUB) NOT = 'O'
                   MOVE 'CLSD' TO WS-REASON
               WHEN WS-CHK-SIDE = 'DR'
                       AND CT-DR-ALLOWED(WS-HIT-SUB) NOT = 'Y'
                   MOVE 'NODR' TO WS-REASON
               WHEN WS-CHK-SIDE = 'CR'
                       AND CT-CR-ALLOWED(WS-HIT-SUB) NOT = 'Y'
                   MOVE 'NOCR' TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               DISPLAY 'SU41ACCR ABEND - GL ACCOUNT ' WS-CHK-ACCOUNT
                       ' ' WS-CHK-SIDE ' FAILS CHART CHECK '
                       WS-REASON
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       CHECK-ACCOUNT-RTN-EXIT. EXIT.

       FIND-ACCOUNT-RTN.
           IF CT-ACCOUNT(CHT-SUB) = WS-CHK-ACCOUNT
               MOVE 'Y' TO CHT-FOUND-SW
               MOVE CHT-SUB TO WS-HIT-SUB
           END-IF.
       FIND-ACCOUNT-RTN-EXIT. EXIT.

       LOAD-CAL-RTN.
      * THE LAST PERIOD PAID BY THE FISCAL PERIOD'S END IS THE LAST
      * ONE THE LABOR-COST JOURNAL HAS BOOKED INTO IT.
           IF PCAL-PAY-DATE NOT > WS-ACCR-END
                   AND PCAL-PERIOD-END > WS-LAST-PAID-END
               MOVE PCAL-PERIOD-END TO WS-LAST-PAID-END
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
       LOAD-CAL-RTN-EXIT. EXIT.

       COUNT-WORKDAYS-RTN.
      * MONDAY THROUGH FRIDAY AFTER THE LAST PAID PERIOD END, UP TO
      * AND INCLUDING THE FISCAL PERIOD END.  NOTHING PAID YET THIS
      * PERIOD COUNTS FROM THE PERIOD'S FIRST DAY.
           MOVE 0 TO WS-WORKDAYS.
           IF WS-LAST-PAID-END NOT < WS-ACCR-END
               GO TO COUNT-WORKDAYS-RTN-EXIT
           END-IF.
           IF WS-LAST-PAID-END < WS-ACCR-START
               MOVE WS-ACCR-START TO WS-DN-DATE
               PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT
               MOVE WS-DAY-NUMBER TO WS-FIRST-DAYNO
           ELSE
               MOVE WS-LAST-PAID-END TO WS-DN-DATE
               PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT
               COMPUTE WS-FIRST-DAYNO = WS-DAY-NUMBER + 1
           END-IF.
           MOVE WS-ACCR-END TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT.
           MOVE WS-DAY-NUMBER TO WS-LAST-DAYNO.
           PERFORM COUNT-ONE-DAY-RTN
               VARYING WS-DAYNO FROM WS-FIRST-DAYNO BY 1
               UNTIL WS-DAYNO > WS-LAST-DAYNO.
       COUNT-WORKDAYS-RTN-EXIT. EXIT.

       COUNT-ONE-DAY-RTN.
           DIVIDE WS-DAYNO BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW.
           IF WS-DOW > 0 AND WS-DOW < 6
               ADD 1 TO WS-WORKDAYS
           END-IF.
       COUNT-ONE-DAY-RTN-EXIT. EXIT.

       DAY-NUMBER-RTN.
      * DAYS SINCE A FIXED ORIGIN FOR WS-DN-DATE, LEAP YEARS AND ALL,
      * SO TWO DATES SUBTRACT TO A TRUE CALENDAR-DAY COUNT.
           COMPUTE WS-DN-PRIOR-YR = WS-DN-YYYY - 1.
           COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YR * 365
               + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD.
           DIVIDE WS-DN-PRIOR-YR BY 4 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YR BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YR BY 400 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           MOVE 'N' TO WS-DN-LEAP-SW.
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM.
           IF WS-DN-REM = 0
               MOVE 'Y' TO WS-DN-LEAP-SW
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-REM
               IF WS-DN-REM = 0
                   MOVE 'N' TO WS-DN-LEAP-SW
                   DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
                       REMAINDER WS-DN-REM
                   IF WS-DN-REM = 0
                       MOVE 'Y' TO WS-DN-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-DN-LEAP AND WS-DN-MM > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
       DAY-NUMBER-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-ACCR-PERIOD   TO HL-PERIOD.
           MOVE WS-LAST-PAID-END TO HL-LAST-PAID.
           MOVE WS-WORKDAYS      TO HL-WORKDAYS.
           MOVE WS-REV-DATE      TO HL-REV-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       READ-INPUT.
           IF PR-STAT-ACTIVE
               PERFORM ACCRUE-EMPLOYEE-RTN
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       READ-INPUT-EXIT. EXIT.

       ACCRUE-EMPLOYEE-RTN.
      * A WORKDAY AT THE CURRENT RATE - AN HOURLY EMPLOYEE'S STANDARD
      * DAY, A TENTH OF A BIWEEKLY PERIOD, A 260TH OF A YEAR.  BENEFIT
      * COST IS THE ANNUAL COST OVER THE SAME 260 DAYS.
           EVALUATE TRUE
               WHEN PR-HOURLY
                   COMPUTE WS-WAGES ROUNDED = PR-PAY-RATE
                       * WS-DAY-HOURS * WS-WORKDAYS
               WHEN PR-BIWEEKLY
                   COMPUTE WS-WAGES ROUNDED = PR-PAY-RATE
                       * WS-WORKDAYS / 10
               WHEN PR-YEARLY
                   COMPUTE WS-WAGES ROUNDED = PR-PAY-RATE
                       * WS-WORKDAYS / 260
               WHEN OTHER
                   MOVE 0 TO WS-WAGES
           END-EVALUATE.
           IF PR-BENEFIT-YES
               COMPUTE WS-BENEFIT ROUNDED = PR-BENEFIT-COST-YR
                   * WS-WORKDAYS / 260
           ELSE
               MOVE 0 TO WS-BENEFIT
           END-IF.
           ADD 1 TO WS-EMP-CNT.
           ADD WS-WAGES   TO WS-GRAND-WAGES.
           ADD WS-BENEFIT TO WS-GRAND-BEN.
           PERFORM TALLY-DD-RTN.
       ACCRUE-EMPLOYEE-RTN-EXIT. EXIT.

       TALLY-DD-RTN.
           MOVE 'N' TO DD-FOUND-SW.
           SET DD-IDX TO 1.
           PERFORM SEARCH-DD-RTN
               UNTIL DD-FOUND OR DD-IDX > WS-DD-CNT.
           IF NOT DD-FOUND
               IF WS-DD-CNT < 100
                   ADD 1 TO WS-DD-CNT
                   SET DD-IDX TO WS-DD-CNT
                   MOVE PR-DIVISION   TO DD-DIVISION(DD-IDX)
                   MOVE PR-DEPARTMENT TO DD-DEPARTMENT(DD-IDX)
                   MOVE 0 TO DD-COUNT(DD-IDX)
                   MOVE 0 TO DD-WAGES(DD-IDX)
                   MOVE 0 TO DD-BENEFIT(DD-IDX)
                   MOVE 'Y' TO DD-FOUND-SW
               ELSE
                   DISPLAY 'SU41ACCR ABEND - DIV/DEPT TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS 100 ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
           END-IF.
           ADD 1          TO DD-COUNT(DD-IDX).
           ADD WS-WAGES   TO DD-WAGES(DD-IDX).
           ADD WS-BENEFIT TO DD-BENEFIT(DD-IDX).
       TALLY-DD-RTN-EXIT. EXIT.

       SEARCH-DD-RTN.
           IF DD-DIVISION(DD-IDX) = PR-DIVISION
                   AND DD-DEPARTMENT(DD-IDX) = PR-DEPARTMENT
               MOVE 'Y' TO DD-FOUND-SW
           ELSE
               SET DD-IDX UP BY 1
           END-IF.
       SEARCH-DD-RTN-EXIT. EXIT.

       WRITE-ACCRUAL-RTN.
      * THE ACCRUAL IS DATED THE PERIOD END IN THE PERIOD ACCRUED -
      * DEBIT LABOR AND BENEFITS BY DIVISION/DEPARTMENT, CREDIT
      * ACCRUED PAYROLL.  THE REVERSAL IS THE SAME ENTRY WITH THE
      * SIDES SWAPPED, DATED THE FIRST DAY OF THE NEXT PERIOD.
           MOVE WS-ACCR-END(3:6) TO WS-GL-DATE.
           MOVE WS-ACCR-PERIOD   TO WS-GL-PERIOD.
           MOVE 'DR'             TO WS-GL-SIDE.
           MOVE 'CR'             TO WS-GL-OFFSET.
           MOVE 'ACCR '          TO WS-GL-PREFIX.
           PERFORM WRITE-DD-GL-RTN
               VARYING DD-PRT-SUB FROM 1 BY 1
               UNTIL DD-PRT-SUB > WS-DD-CNT.
           PERFORM WRITE-OFFSET-GL-RTN.
           MOVE WS-REV-DATE(3:6) TO WS-GL-DATE.
           MOVE WS-REV-PERIOD    TO WS-GL-PERIOD.
           MOVE 'CR'             TO WS-GL-SIDE.
           MOVE 'DR'             TO WS-GL-OFFSET.
           MOVE 'RVRS '          TO WS-GL-PREFIX.
           PERFORM WRITE-DD-GL-RTN
               VARYING DD-PRT-SUB FROM 1 BY 1
               UNTIL DD-PRT-SUB > WS-DD-CNT.
           PERFORM WRITE-OFFSET-GL-RTN.
           PERFORM PRINT-DD-RTN
               VARYING DD-PRT-SUB FROM 1 BY 1
               UNTIL DD-PRT-SUB > WS-DD-CNT.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-EMP-CNT     TO AT-COUNT.
           MOVE WS-GRAND-WAGES TO AT-WAGES-Z.
           MOVE WS-GRAND-BEN   TO AT-BENEFIT-Z.
           MOVE ACCR-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-ACCRUAL-RTN-EXIT. EXIT.

       WRITE-DD-GL-RTN.
           SET DD-IDX TO DD-PRT-SUB.
           MOVE SPACES         TO GL-REC.
           MOVE WS-GL-DATE     TO GL-RUN-DATE.
           MOVE WS-GL-PERIOD   TO GL-PERIOD.
           MOVE 'LABOR-EXP '   TO GL-ACCOUNT.
           MOVE WS-GL-SIDE     TO GL-DR-CR.
           MOVE DD-WAGES(DD-IDX) TO GL-AMOUNT.
           MOVE SPACES         TO GL-DESC.
           STRING WS-GL-PREFIX 'LBR ' DD-DIVISION(DD-IDX) ' '
                  DD-DEPARTMENT(DD-IDX)
                  DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
           ADD 1 TO WS-GL-CNT.
           IF DD-BENEFIT(DD-IDX) > 0
               MOVE SPACES         TO GL-REC
               MOVE WS-GL-DATE     TO GL-RUN-DATE
               MOVE WS-GL-PERIOD   TO GL-PERIOD
               MOVE 'BENEF-EXP '   TO GL-ACCOUNT
               MOVE WS-GL-SIDE     TO GL-DR-CR
               MOVE DD-BENEFIT(DD-IDX) TO GL-AMOUNT
               MOVE SPACES         TO GL-DESC
               STRING WS-GL-PREFIX 'BEN ' DD-DIVISION(DD-IDX) ' '
                      DD-DEPARTMENT(DD-IDX)
                      DELIMITED BY SIZE INTO GL-DESC
               WRITE GL-REC
               ADD 1 TO WS-GL-CNT
           END-IF.
       WRITE-DD-GL-RTN-EXIT. EXIT.

       WRITE-OFFSET-GL-RTN.
           MOVE SPACES         TO GL-REC.
           MOVE WS-GL-DATE     TO GL-RUN-DATE.
           MOVE WS-GL-PERIOD   TO GL-PERIOD.
           MOVE 'ACCR-PAYRL'   TO GL-ACCOUNT.
           MOVE WS-GL-OFFSET   TO GL-DR-CR.
           COMPUTE GL-AMOUNT = WS-GRAND-WAGES + WS-GRAND-BEN.
           MOVE SPACES         TO GL-DESC.
           STRING WS-GL-PREFIX 'PAYROLL '
                  WS-ACCR-PERIOD
                  DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
           ADD 1 TO WS-GL-CNT.
       WRITE-OFFSET-GL-RTN-EXIT. EXIT.

       PRINT-DD-RTN.
           SET DD-IDX TO DD-PRT-SUB.
           MOVE DD-DIVISION(DD-IDX)   TO AL-DIVISION.
           MOVE DD-DEPARTMENT(DD-IDX) TO AL-DEPARTMENT.
           MOVE DD-COUNT(DD-IDX)      TO AL-COUNT.
           MOVE DD-WAGES(DD-IDX)      TO AL-WAGES-Z.
           MOVE DD-BENEFIT(DD-IDX)    TO AL-BENEFIT-Z.
           MOVE ACCR-LINE TO OUT-REC.
           WRITE OUT-REC.
       PRINT-DD-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE CAL-FILE GL-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY FPCHKP.

       COPY BDTP.
