       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41WCMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT CLASS-FILE    ASSIGN TO WCFILE
                     FILE STATUS IS CLASS-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT REG-FILE      ASSIGN TO RGFILE
                     FILE STATUS IS REG-FS.
            SELECT YTD-FILE      ASSIGN TO YTFILE
                     FILE STATUS IS YTD-FS.
            SELECT AUD-FILE      ASSIGN TO WAFILE
                     FILE STATUS IS AUD-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
      **** QUARTER CONTROL CARD - WHICH YEAR AND QUARTER TO REPORT.
      **** THE YEAR-TO-DATE FIGURES RUN THROUGH THE QUARTER, SO THE
      **** FOURTH QUARTER'S RUN IS THE ANNUAL REPORT ****************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-YEAR       PIC 9(4).
           05  CTL-QTR        PIC 9(1).
           05  FILLER         PIC X(75).

       FD  CLASS-FILE.
           COPY WCCTL.

       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** THE PAY REGISTERS - EVERY CYCLE'S AND EVERY OFF-CYCLE RUN'S
      **** PRGFILE FOR THE YEAR, CONCATENATED ************************
       FD  REG-FILE.
           COPY PAYREG.

       FD  YTD-FILE.
           COPY YTDREC.

      **** PAYROLL AUDIT EXTRACT FOR THE CARRIER *********************
       FD  AUD-FILE.
           COPY WCAUDIT.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * WORKERS' COMPENSATION PREMIUM *
      *                                * REPORT BY CARRIER RISK CLASS. *
      *                                * EVERY EMPLOYEE IS CLASSED BY  *
      *                                * TITLE AND DEPARTMENT FROM THE *
      *                                * CLASS TABLE; REPORTABLE       *
      *                                * PAYROLL IS PAY-REGISTER GROSS *
      *                                * LESS THE OVERTIME PREMIUM,    *
      *                                * WHICH THE CARRIER DOES NOT    *
      *                                * RATE.  EACH CLASS'S PAYROLL   *
      *                                * IS PRICED AT ITS RATE PER     *
      *                                * $100 FOR THE QUARTER AND FOR  *
      *                                * THE YEAR THROUGH IT, AND THE  *
      *                                * EMPLOYEE DETAIL GOES TO AN    *
      *                                * AUDIT EXTRACT TIED TO THE YTD *
      *                                * ACCUMULATORS.                 *
      *                                *********************************
       01  WS-WORK-AREA.
           05  CLASS-EOF-SW    PIC X         VALUE SPACES.
           05  PAYROLL-EOF-SW  PIC X         VALUE SPACES.
           05  REG-EOF-SW      PIC X         VALUE SPACES.
           05  YTD-EOF-SW      PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  YTD-OPEN-SW     PIC X         VALUE 'N'.
               88  YTD-OPEN                  VALUE 'Y'.
           05  EMP-FOUND-SW    PIC X         VALUE 'N'.
               88  EMP-FOUND                 VALUE 'Y'.
           05  CLS-FOUND-SW    PIC X         VALUE 'N'.
               88  CLS-FOUND                 VALUE 'Y'.
           05  SUM-FOUND-SW    PIC X         VALUE 'N'.
               88  SUM-FOUND                 VALUE 'Y'.
           05  WS-YEAR         PIC 9(4)      VALUE 0.
           05  WS-QTR          PIC 9         VALUE 1.
           05  WS-FIRST-MM     PIC 9(2)      VALUE 0.
           05  WS-LAST-MM      PIC 9(2)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-FIND-ID      PIC X(7)      VALUE SPACES.
           05  WS-OT-PREMIUM   PIC S9(7)V99  VALUE 0.
           05  WS-PAYROLL      PIC S9(7)V99  VALUE 0.
           05  WS-FILE-GROSS   PIC 9(9)V99   VALUE 0.
           05  WS-QTR-PREM     PIC S9(9)V99  VALUE 0.
           05  WS-YTD-PREM     PIC S9(9)V99  VALUE 0.
           05  WS-TOT-QTR-PAY  PIC S9(11)V99 VALUE 0.
           05  WS-TOT-QTR-PREM PIC S9(11)V99 VALUE 0.
           05  WS-TOT-YTD-PAY  PIC S9(11)V99 VALUE 0.
           05  WS-TOT-YTD-PREM PIC S9(11)V99 VALUE 0.
           05  WS-TOT-OT-PREM  PIC S9(11)V99 VALUE 0.
           05  WS-CLASS-CNT    PIC 9(3)      VALUE 0.
           05  WS-CLASS-MAX    PIC 9(3)      VALUE 300.
           05  CLS-SUB         PIC 9(3)      VALUE 0.
           05  CLS-HIT-SUB     PIC 9(3)      VALUE 0.
           05  WS-SUM-CNT      PIC 9(3)      VALUE 0.
           05  WS-SUM-MAX      PIC 9(3)      VALUE 100.
           05  SUM-SUB         PIC 9(3)      VALUE 0.
           05  SUM-HIT-SUB     PIC 9(3)      VALUE 0.
           05  EMP-SUB         PIC 9(5)      VALUE 0.
           05  EMP-HIT-SUB     PIC 9(5)      VALUE 0.
           05  WS-EMP-CNT      PIC 9(5)      VALUE 0.
           05  WS-EMP-MAX      PIC 9(5)      VALUE 3000.
           05  WS-REG-READ     PIC 9(7)      VALUE 0.
           05  WS-REG-USED     PIC 9(7)      VALUE 0.
           05  WS-UNCLASS-CNT  PIC 9(7)      VALUE 0.
           05  WS-RATE-DIFF    PIC 9(7)      VALUE 0.
           05  WS-AUD-CNT      PIC 9(7)      VALUE 0.
           05  WS-TIE-DIFF     PIC 9(7)      VALUE 0.
           05  WS-NO-YTD       PIC 9(7)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  CLASS-FS        PIC XX        VALUE '00'.
               88  CLASS-FS-OK               VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  REG-FS          PIC XX        VALUE '00'.
               88  REG-FS-OK                 VALUE '00'.
           05  YTD-FS          PIC XX        VALUE '00'.
               88  YTD-FS-OK                 VALUE '00'.
           05  AUD-FS          PIC XX        VALUE '00'.
               88  AUD-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** THE CLASS TABLE AS LOADED - TITLE AND DEPARTMENT TO CLASS **
       01  WS-CLASS-AREA.
           05  WS-CLASS-TBL OCCURS 300 TIMES.
             10  CL-TITLE        PIC X(20).
             10  CL-DEPARTMENT   PIC X(10).
             10  CL-CLASS-CODE   PIC X(4).
             10  CL-CLASS-DESC   PIC X(30).
             10  CL-RATE         PIC 9(3)V9999.

      **** ONE ROW PER CLASS CODE THE CARRIER BILLS ON.  ROW 1 IS
      **** KEPT FOR EMPLOYEES THE TABLE DOES NOT CLASS ***************
       01  WS-SUM-AREA.
           05  WS-SUM-TBL OCCURS 100 TIMES.
             10  SM-CLASS-CODE   PIC X(4).
             10  SM-CLASS-DESC   PIC X(30).
             10  SM-RATE         PIC 9(3)V9999.
             10  SM-QTR-EMPS     PIC 9(5).
             10  SM-YTD-EMPS     PIC 9(5).
             10  SM-QTR-PAY      PIC S9(11)V99.
             10  SM-YTD-PAY      PIC S9(11)V99.

      **** EVERY EMPLOYEE ON THE MASTER OR THE REGISTERS ************
       01  WS-EMP-AREA.
           05  WS-EMP-TBL OCCURS 3000 TIMES.
             10  EM-EMP-ID       PIC X(7).
             10  EM-LAST-NAME    PIC X(26).
             10  EM-FIRST-NAME   PIC X(15).
             10  EM-DEPARTMENT   PIC X(10).
             10  EM-TITLE        PIC X(20).
             10  EM-SUM-SUB      PIC 9(3).
             10  EM-QTR-PAY      PIC S9(9)V99.
             10  EM-YTD-GROSS    PIC S9(9)V99.
             10  EM-YTD-OT       PIC S9(9)V99.
             10  EM-YTD-PAY      PIC S9(9)V99.
             10  EM-FILE-GROSS   PIC 9(9)V99.
             10  EM-YTD-SW       PIC X.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'WORKERS COMPENSATION PREMIUM BY CLASS   '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(5)  VALUE 'YEAR '.
           05 HL-YEAR         PIC 9(4).
           05 FILLER          PIC X(10) VALUE '  QUARTER '.
           05 HL-QTR          PIC 9.
           05 FILLER          PIC X(11) VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(32) VALUE SPACES.

       01  SECTION-LINE.
           05 SL-TITLE        PIC X(40).
           05 FILLER          PIC X(40) VALUE SPACES.

       01  CLASS-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'CLASS DESCRIPTION                    RAT'.
           05 FILLER          PIC X(40) VALUE
                   'E/100        PAYROLL       PREMIUM EMPS '.

       01  CLASS-LINE.
           05 CLL-CODE        PIC X(4).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CLL-DESC        PIC X(30).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CLL-RATE        PIC ZZ9.9999.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CLL-PAYROLL     PIC $$$,$$$,$$9.99-.
           05 CLL-PREMIUM     PIC $$,$$$,$$9.99- BLANK WHEN ZERO.
           05 CLL-EMPS        PIC ZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.

       01  UNCL-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  NAME                 DEPARTMENT'.
           05 FILLER          PIC X(40) VALUE
                   ' TITLE                 YTD PAYROLL      '.

       01  UNCL-LINE.
           05 UL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 UL-NAME         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 UL-DEPARTMENT   PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 UL-TITLE        PIC X(20).
           05 UL-PAYROLL      PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(5)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-CLASSES-RTN
               UNTIL CLASS-EOF-SW = 'F'.
           PERFORM LOAD-EMPLOYEES-RTN
               UNTIL PAYROLL-EOF-SW = 'F'.
           PERFORM LOAD-YTD-RTN THRU LOAD-YTD-RTN-EXIT
               UNTIL YTD-EOF-SW = 'F'.
           PERFORM LOAD-REGISTER-RTN THRU LOAD-REGISTER-RTN-EXIT
               UNTIL REG-EOF-SW = 'F'.
           PERFORM CLASS-EMPLOYEE-RTN THRU CLASS-EMPLOYEE-RTN-EXIT
               VARYING EMP-SUB FROM 1 BY 1
               UNTIL EMP-SUB > WS-EMP-CNT.
           PERFORM WRITE-PREMIUM-RTN.
           PERFORM WRITE-UNCLASSED-RTN THRU WRITE-UNCLASSED-RTN-EXIT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * THERE IS NO SENSIBLE DEFAULT QUARTER - A MISSING CARD STOPS
      * THE RUN, AS IT DOES FOR THE 941.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41WCMP - CTL-FILE OPEN FAILED, STATUS='
                       CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CTL-FILE
               AT END MOVE 'F' TO CTL-EOF-SW.
           IF CTL-EOF-SW = 'F' OR CTL-YEAR NOT NUMERIC
                   OR CTL-QTR NOT NUMERIC
                   OR CTL-QTR < 1 OR CTL-QTR > 4
               DISPLAY 'SU41WCMP - NO USABLE YEAR AND QUARTER ON CARD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CTL-YEAR TO WS-YEAR.
           MOVE CTL-QTR  TO WS-QTR.
           CLOSE CTL-FILE.
      * NO CLASS TABLE, NO RATES - NOTHING TO PRICE THE PAYROLL AT.
           OPEN INPUT CLASS-FILE.
           IF NOT CLASS-FS-OK
               DISPLAY 'SU41WCMP - CLASS-FILE OPEN FAILED, STATUS='
                       CLASS-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41WCMP - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REG-FILE.
           IF NOT REG-FS-OK
               DISPLAY 'SU41WCMP - REG-FILE OPEN FAILED, STATUS='
                       REG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * WITHOUT THE YTD FILE THE PREMIUM IS STILL PRICED; THE AUDIT
      * EXTRACT JUST HAS NOTHING TO TIE TO.
           OPEN INPUT YTD-FILE.
           IF NOT YTD-FS-OK
               DISPLAY 'SU41WCMP - NO YTD FILE, STATUS=' YTD-FS
                       ' - AUDIT EXTRACT NOT TIED'
               MOVE 'F' TO YTD-EOF-SW
           ELSE
               MOVE 'Y' TO YTD-OPEN-SW
               READ YTD-FILE
                   AT END MOVE 'F' TO YTD-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT AUD-FILE.
           IF NOT AUD-FS-OK
               DISPLAY 'SU41WCMP - AUD-FILE OPEN FAILED, STATUS='
                       AUD-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41WCMP - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           COMPUTE WS-FIRST-MM = (WS-QTR - 1) * 3 + 1.
           COMPUTE WS-LAST-MM  = WS-FIRST-MM + 2.
      * ROW 1 OF THE CLASS SUMMARY COLLECTS WHOEVER IS NOT CLASSED.
           MOVE 1 TO WS-SUM-CNT.
           MOVE '????' TO SM-CLASS-CODE(1).
           MOVE 'NOT CLASSED - NO RATE' TO SM-CLASS-DESC(1).
           MOVE 0 TO SM-RATE(1).
           MOVE 0 TO SM-QTR-EMPS(1).
           MOVE 0 TO SM-YTD-EMPS(1).
           MOVE 0 TO SM-QTR-PAY(1).
           MOVE 0 TO SM-YTD-PAY(1).
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-YEAR       TO HL-YEAR.
           MOVE WS-QTR        TO HL-QTR.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ CLASS-FILE
               AT END MOVE 'F' TO CLASS-EOF-SW.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
           READ REG-FILE
               AT END MOVE 'F' TO REG-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-CLASSES-RTN.
           ADD 1 TO WS-CLASS-CNT.
           IF WS-CLASS-CNT > WS-CLASS-MAX
               DISPLAY 'SU41WCMP ABEND - CLASS TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CLASS-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE WCC-TITLE      TO CL-TITLE(WS-CLASS-CNT).
           MOVE WCC-DEPARTMENT TO CL-DEPARTMENT(WS-CLASS-CNT).
           MOVE WCC-CLASS-CODE TO CL-CLASS-CODE(WS-CLASS-CNT).
           MOVE WCC-CLASS-DESC TO CL-CLASS-DESC(WS-CLASS-CNT).
           MOVE WCC-RATE       TO CL-RATE(WS-CLASS-CNT).
           READ CLASS-FILE
               AT END MOVE 'F' TO CLASS-EOF-SW.
       LOAD-CLASSES-RTN-EXIT. EXIT.

       LOAD-EMPLOYEES-RTN.
           MOVE PR-EMPLOYEE-ID TO WS-FIND-ID.
           PERFORM LOCATE-EMP-RTN.
           MOVE PR-LAST-NAME  TO EM-LAST-NAME(EMP-HIT-SUB).
           MOVE PR-FIRST-NAME TO EM-FIRST-NAME(EMP-HIT-SUB).
           MOVE PR-DEPARTMENT TO EM-DEPARTMENT(EMP-HIT-SUB).
           MOVE PR-TITLE      TO EM-TITLE(EMP-HIT-SUB).
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       LOAD-EMPLOYEES-RTN-EXIT. EXIT.

       LOAD-YTD-RTN.
      * THE YEAR THROUGH THE REPORT QUARTER, FROM THE QUARTER BUCKETS,
      * SO A LATER QUARTER ALREADY UNDER WAY DOES NOT SHOW AS A
      * DIFFERENCE.
           IF YTD-YEAR NOT = WS-YEAR
               GO TO LOAD-YTD-NEXT-RTN
           END-IF.
           MOVE YTD-QTR-GROSS(1) TO WS-FILE-GROSS.
           IF WS-QTR > 1
               ADD YTD-QTR-GROSS(2) TO WS-FILE-GROSS
           END-IF.
           IF WS-QTR > 2
               ADD YTD-QTR-GROSS(3) TO WS-FILE-GROSS
           END-IF.
           IF WS-QTR > 3
               ADD YTD-QTR-GROSS(4) TO WS-FILE-GROSS
           END-IF.
           MOVE YTD-EMP-ID TO WS-FIND-ID.
           PERFORM LOCATE-EMP-RTN.
           ADD WS-FILE-GROSS TO EM-FILE-GROSS(EMP-HIT-SUB).
           MOVE 'Y' TO EM-YTD-SW(EMP-HIT-SUB).
       LOAD-YTD-NEXT-RTN.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
       LOAD-YTD-RTN-EXIT. EXIT.

       LOAD-REGISTER-RTN.
      * A RECORD BELONGS TO THE QUARTER ITS WAGES WERE PAID IN, AS ON
      * THE 941.  REPORTABLE PAYROLL IS GROSS LESS THE OVERTIME
      * PREMIUM; A REGISTER WRITTEN BEFORE THE PREMIUM WAS CARRIED
      * HAS NONE TO TAKE OUT.
           ADD 1 TO WS-REG-READ.
           IF PRG-PAY-YYYY NOT = WS-YEAR
                   OR PRG-PAY-MM > WS-LAST-MM
               GO TO LOAD-REGISTER-NEXT-RTN
           END-IF.
           ADD 1 TO WS-REG-USED.
           IF PRG-OT-PREMIUM IS NUMERIC
               MOVE PRG-OT-PREMIUM TO WS-OT-PREMIUM
           ELSE
               MOVE 0 TO WS-OT-PREMIUM
           END-IF.
           COMPUTE WS-PAYROLL = PRG-GROSS - WS-OT-PREMIUM.
           MOVE PRG-EMP-ID TO WS-FIND-ID.
           PERFORM LOCATE-EMP-RTN.
           ADD PRG-GROSS     TO EM-YTD-GROSS(EMP-HIT-SUB).
           ADD WS-OT-PREMIUM TO EM-YTD-OT(EMP-HIT-SUB).
           ADD WS-PAYROLL    TO EM-YTD-PAY(EMP-HIT-SUB).
           IF PRG-PAY-MM NOT < WS-FIRST-MM
               ADD WS-PAYROLL TO EM-QTR-PAY(EMP-HIT-SUB)
           END-IF.
       LOAD-REGISTER-NEXT-RTN.
           READ REG-FILE
               AT END MOVE 'F' TO REG-EOF-SW.
       LOAD-REGISTER-RTN-EXIT. EXIT.

       LOCATE-EMP-RTN.
      * AN EMPLOYEE NOT YET IN THE TABLE GETS A FRESH ROW.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE 0 TO EMP-HIT-SUB.
           PERFORM FIND-EMP-RTN
               VARYING EMP-SUB FROM 1 BY 1
               UNTIL EMP-SUB > WS-EMP-CNT OR EMP-FOUND.
           IF NOT EMP-FOUND
               IF WS-EMP-CNT NOT < WS-EMP-MAX
                   DISPLAY 'SU41WCMP ABEND - EMPLOYEE TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-EMP-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-EMP-CNT
               MOVE WS-EMP-CNT TO EMP-HIT-SUB
               MOVE WS-FIND-ID TO EM-EMP-ID(EMP-HIT-SUB)
               MOVE 'NOT ON PAYROLL MASTER'
                   TO EM-LAST-NAME(EMP-HIT-SUB)
               MOVE SPACES TO EM-FIRST-NAME(EMP-HIT-SUB)
               MOVE SPACES TO EM-DEPARTMENT(EMP-HIT-SUB)
               MOVE SPACES TO EM-TITLE(EMP-HIT-SUB)
               MOVE 0 TO EM-SUM-SUB(EMP-HIT-SUB)
               MOVE 0 TO EM-QTR-PAY(EMP-HIT-SUB)
               MOVE 0 TO EM-YTD-GROSS(EMP-HIT-SUB)
               MOVE 0 TO EM-YTD-OT(EMP-HIT-SUB)
               MOVE 0 TO EM-YTD-PAY(EMP-HIT-SUB)
               MOVE 0 TO EM-FILE-GROSS(EMP-HIT-SUB)
               MOVE 'N' TO EM-YTD-SW(EMP-HIT-SUB)
           END-IF.
       LOCATE-EMP-RTN-EXIT. EXIT.

       FIND-EMP-RTN.
           IF EM-EMP-ID(EMP-SUB) = WS-FIND-ID
               MOVE 'Y' TO EMP-FOUND-SW
               MOVE EMP-SUB TO EMP-HIT-SUB
           END-IF.
       FIND-EMP-RTN-EXIT. EXIT.

       CLASS-EMPLOYEE-RTN.
      * AN EMPLOYEE WITH NO PAY IN THE YEAR IS NOT ON THE CARRIER'S
      * PAYROLL.  THE REST ARE CLASSED - TITLE IN THE DEPARTMENT
      * FIRST, THEN THE TITLE'S ANY-DEPARTMENT RECORD - AND THEIR
      * PAYROLL ADDED TO THE CLASS AND WRITTEN FOR THE AUDITOR.
           IF EM-YTD-GROSS(EMP-SUB) = 0 AND EM-FILE-GROSS(EMP-SUB) = 0
               GO TO CLASS-EMPLOYEE-RTN-EXIT
           END-IF.
           MOVE 'N' TO CLS-FOUND-SW.
           PERFORM MATCH-DEPT-CLASS-RTN
               VARYING CLS-SUB FROM 1 BY 1
               UNTIL CLS-SUB > WS-CLASS-CNT OR CLS-FOUND.
           IF NOT CLS-FOUND
               PERFORM MATCH-TITLE-CLASS-RTN
                   VARYING CLS-SUB FROM 1 BY 1
                   UNTIL CLS-SUB > WS-CLASS-CNT OR CLS-FOUND
           END-IF.
           IF CLS-FOUND
               PERFORM LOCATE-SUMMARY-RTN THRU LOCATE-SUMMARY-RTN-EXIT
           ELSE
               ADD 1 TO WS-UNCLASS-CNT
               MOVE 1 TO SUM-HIT-SUB
           END-IF.
           MOVE SUM-HIT-SUB TO EM-SUM-SUB(EMP-SUB).
           ADD EM-QTR-PAY(EMP-SUB) TO SM-QTR-PAY(SUM-HIT-SUB).
           ADD EM-YTD-PAY(EMP-SUB) TO SM-YTD-PAY(SUM-HIT-SUB).
           IF EM-QTR-PAY(EMP-SUB) NOT = 0
               ADD 1 TO SM-QTR-EMPS(SUM-HIT-SUB)
           END-IF.
           IF EM-YTD-PAY(EMP-SUB) NOT = 0
               ADD 1 TO SM-YTD-EMPS(SUM-HIT-SUB)
           END-IF.
           ADD EM-YTD-OT(EMP-SUB) TO WS-TOT-OT-PREM.
           PERFORM WRITE-AUDIT-RTN.
       CLASS-EMPLOYEE-RTN-EXIT. EXIT.

       MATCH-DEPT-CLASS-RTN.
           IF CL-TITLE(CLS-SUB) = EM-TITLE(EMP-SUB)
                   AND CL-DEPARTMENT(CLS-SUB) = EM-DEPARTMENT(EMP-SUB)
                   AND CL-DEPARTMENT(CLS-SUB) NOT = SPACES
               MOVE 'Y' TO CLS-FOUND-SW
               MOVE CLS-SUB TO CLS-HIT-SUB
           END-IF.
       MATCH-DEPT-CLASS-RTN-EXIT. EXIT.

       MATCH-TITLE-CLASS-RTN.
           IF CL-TITLE(CLS-SUB) = EM-TITLE(EMP-SUB)
                   AND CL-DEPARTMENT(CLS-SUB) = SPACES
               MOVE 'Y' TO CLS-FOUND-SW
               MOVE CLS-SUB TO CLS-HIT-SUB
           END-IF.
       MATCH-TITLE-CLASS-RTN-EXIT. EXIT.

       LOCATE-SUMMARY-RTN.
      * THE RATE BELONGS TO THE CLASS CODE; TWO TABLE RECORDS FOR THE
      * SAME CODE AT DIFFERENT RATES ARE PRICED AT THE FIRST ONE
      * SEEN AND REPORTED.
           MOVE 'N' TO SUM-FOUND-SW.
           PERFORM MATCH-SUMMARY-RTN
               VARYING SUM-SUB FROM 2 BY 1
               UNTIL SUM-SUB > WS-SUM-CNT OR SUM-FOUND.
           IF SUM-FOUND
               IF SM-RATE(SUM-HIT-SUB) NOT = CL-RATE(CLS-HIT-SUB)
                   ADD 1 TO WS-RATE-DIFF
                   DISPLAY 'SU41WCMP - CLASS '
                           CL-CLASS-CODE(CLS-HIT-SUB)
                           ' HAS MORE THAN ONE RATE ON THE TABLE'
               END-IF
               GO TO LOCATE-SUMMARY-RTN-EXIT
           END-IF.
           IF WS-SUM-CNT NOT < WS-SUM-MAX
               DISPLAY 'SU41WCMP ABEND - CLASS CODE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-SUM-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-SUM-CNT.
           MOVE WS-SUM-CNT TO SUM-HIT-SUB.
           MOVE CL-CLASS-CODE(CLS-HIT-SUB)
               TO SM-CLASS-CODE(SUM-HIT-SUB).
           MOVE CL-CLASS-DESC(CLS-HIT-SUB)
               TO SM-CLASS-DESC(SUM-HIT-SUB).
           MOVE CL-RATE(CLS-HIT-SUB)       TO SM-RATE(SUM-HIT-SUB).
           MOVE 0 TO SM-QTR-EMPS(SUM-HIT-SUB).
           MOVE 0 TO SM-YTD-EMPS(SUM-HIT-SUB).
           MOVE 0 TO SM-QTR-PAY(SUM-HIT-SUB).
           MOVE 0 TO SM-YTD-PAY(SUM-HIT-SUB).
       LOCATE-SUMMARY-RTN-EXIT. EXIT.

       MATCH-SUMMARY-RTN.
           IF SM-CLASS-CODE(SUM-SUB) = CL-CLASS-CODE(CLS-HIT-SUB)
               MOVE 'Y' TO SUM-FOUND-SW
               MOVE SUM-SUB TO SUM-HIT-SUB
           END-IF.
       MATCH-SUMMARY-RTN-EXIT. EXIT.

       WRITE-AUDIT-RTN.
           MOVE SPACES TO WC-AUDIT-RECORD.
           MOVE EM-EMP-ID(EMP-SUB)     TO WCA-EMP-ID.
           MOVE EM-LAST-NAME(EMP-SUB)  TO WCA-LAST-NAME.
           MOVE EM-FIRST-NAME(EMP-SUB) TO WCA-FIRST-NAME.
           MOVE EM-DEPARTMENT(EMP-SUB) TO WCA-DEPARTMENT.
           MOVE EM-TITLE(EMP-SUB)      TO WCA-TITLE.
           MOVE SM-CLASS-CODE(SUM-HIT-SUB) TO WCA-CLASS-CODE.
           MOVE WS-YEAR                TO WCA-YEAR.
           MOVE WS-QTR                 TO WCA-QTR.
           MOVE EM-QTR-PAY(EMP-SUB)    TO WCA-QTR-PAYROLL.
           MOVE EM-YTD-GROSS(EMP-SUB)  TO WCA-YTD-GROSS.
           MOVE EM-YTD-OT(EMP-SUB)     TO WCA-YTD-OT-PREMIUM.
           MOVE EM-YTD-PAY(EMP-SUB)    TO WCA-YTD-PAYROLL.
           MOVE EM-FILE-GROSS(EMP-SUB) TO WCA-YTD-FILE-GROSS.
           EVALUATE TRUE
               WHEN NOT YTD-OPEN
                   CONTINUE
               WHEN EM-YTD-SW(EMP-SUB) NOT = 'Y'
                   MOVE 'N' TO WCA-TIE-FLAG
                   ADD 1 TO WS-NO-YTD
               WHEN EM-FILE-GROSS(EMP-SUB) NOT = EM-YTD-GROSS(EMP-SUB)
                   MOVE 'D' TO WCA-TIE-FLAG
                   ADD 1 TO WS-TIE-DIFF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE WC-AUDIT-RECORD.
           ADD 1 TO WS-AUD-CNT.
       WRITE-AUDIT-RTN-EXIT. EXIT.

       WRITE-PREMIUM-RTN.
      * THE CARRIER PRICES EACH CLASS'S PAYROLL AT ITS RATE PER $100 -
      * THE QUARTER'S PREMIUM, THEN THE YEAR'S THROUGH THE QUARTER.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PREMIUM FOR THE QUARTER                 ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE CLASS-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-QTR-CLASS-RTN THRU WRITE-QTR-CLASS-RTN-EXIT
               VARYING SUM-SUB FROM 1 BY 1
               UNTIL SUM-SUB > WS-SUM-CNT.
           MOVE SPACES TO CLASS-LINE.
           MOVE 'TOTAL' TO CLL-DESC.
           MOVE WS-TOT-QTR-PAY  TO CLL-PAYROLL.
           MOVE WS-TOT-QTR-PREM TO CLL-PREMIUM.
           MOVE CLASS-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PREMIUM FOR THE YEAR THROUGH THE QUARTER' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE CLASS-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-YTD-CLASS-RTN THRU WRITE-YTD-CLASS-RTN-EXIT
               VARYING SUM-SUB FROM 1 BY 1
               UNTIL SUM-SUB > WS-SUM-CNT.
           MOVE SPACES TO CLASS-LINE.
           MOVE 'TOTAL' TO CLL-DESC.
           MOVE WS-TOT-YTD-PAY  TO CLL-PAYROLL.
           MOVE WS-TOT-YTD-PREM TO CLL-PREMIUM.
           MOVE CLASS-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-PREMIUM-RTN-EXIT. EXIT.

       WRITE-QTR-CLASS-RTN.
           IF SUM-SUB = 1 AND SM-QTR-EMPS(1) = 0
               GO TO WRITE-QTR-CLASS-RTN-EXIT
           END-IF.
           COMPUTE WS-QTR-PREM ROUNDED =
               SM-QTR-PAY(SUM-SUB) * SM-RATE(SUM-SUB) / 100.
           ADD SM-QTR-PAY(SUM-SUB) TO WS-TOT-QTR-PAY.
           ADD WS-QTR-PREM         TO WS-TOT-QTR-PREM.
           MOVE SM-CLASS-CODE(SUM-SUB) TO CLL-CODE.
           MOVE SM-CLASS-DESC(SUM-SUB) TO CLL-DESC.
           MOVE SM-RATE(SUM-SUB)       TO CLL-RATE.
           MOVE SM-QTR-PAY(SUM-SUB)    TO CLL-PAYROLL.
           MOVE WS-QTR-PREM            TO CLL-PREMIUM.
           MOVE SM-QTR-EMPS(SUM-SUB)   TO CLL-EMPS.
           MOVE CLASS-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-QTR-CLASS-RTN-EXIT. EXIT.

       WRITE-YTD-CLASS-RTN.
           IF SUM-SUB = 1 AND SM-YTD-EMPS(1) = 0
               GO TO WRITE-YTD-CLASS-RTN-EXIT
           END-IF.
           COMPUTE WS-YTD-PREM ROUNDED =
               SM-YTD-PAY(SUM-SUB) * SM-RATE(SUM-SUB) / 100.
           ADD SM-YTD-PAY(SUM-SUB) TO WS-TOT-YTD-PAY.
           ADD WS-YTD-PREM         TO WS-TOT-YTD-PREM.
           MOVE SM-CLASS-CODE(SUM-SUB) TO CLL-CODE.
           MOVE SM-CLASS-DESC(SUM-SUB) TO CLL-DESC.
           MOVE SM-RATE(SUM-SUB)       TO CLL-RATE.
           MOVE SM-YTD-PAY(SUM-SUB)    TO CLL-PAYROLL.
           MOVE WS-YTD-PREM            TO CLL-PREMIUM.
           MOVE SM-YTD-EMPS(SUM-SUB)   TO CLL-EMPS.
           MOVE CLASS-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-YTD-CLASS-RTN-EXIT. EXIT.

       WRITE-UNCLASSED-RTN.
      * PAYROLL THE TABLE DOES NOT CLASS IS ON THE REPORT UNPRICED -
      * EACH EMPLOYEE IS LISTED SO THE TABLE CAN BE FIXED BEFORE THE
      * FIGURES GO TO THE CARRIER.
           IF WS-UNCLASS-CNT = 0
               GO TO WRITE-UNCLASSED-RTN-EXIT
           END-IF.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EMPLOYEES NOT CLASSED                   ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE UNCL-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-UNCLASSED-EMP-RTN
               VARYING EMP-SUB FROM 1 BY 1
               UNTIL EMP-SUB > WS-EMP-CNT.
       WRITE-UNCLASSED-RTN-EXIT. EXIT.

       WRITE-UNCLASSED-EMP-RTN.
           IF EM-SUM-SUB(EMP-SUB) = 1
               MOVE EM-EMP-ID(EMP-SUB)     TO UL-EMP-ID
               MOVE EM-LAST-NAME(EMP-SUB)  TO UL-NAME
               MOVE EM-DEPARTMENT(EMP-SUB) TO UL-DEPARTMENT
               MOVE EM-TITLE(EMP-SUB)      TO UL-TITLE
               MOVE EM-YTD-PAY(EMP-SUB)    TO UL-PAYROLL
               MOVE UNCL-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       WRITE-UNCLASSED-EMP-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REGISTER RECORDS READ                   ' TO CTL-LABEL.
           MOVE WS-REG-READ TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'REGISTER RECORDS IN THE YEAR TO DATE    ' TO CTL-LABEL.
           MOVE WS-REG-USED TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'AUDIT RECORDS WRITTEN                   ' TO CTL-LABEL.
           MOVE WS-AUD-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'EMPLOYEES NOT CLASSED                   ' TO CTL-LABEL.
           MOVE WS-UNCLASS-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'CLASS CODES WITH CONFLICTING RATES      ' TO CTL-LABEL.
           MOVE WS-RATE-DIFF TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'REGISTER GROSS DIFFERS FROM YTD FILE    ' TO CTL-LABEL.
           MOVE WS-TIE-DIFF TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'PAID BUT NO YTD RECORD                  ' TO CTL-LABEL.
           MOVE WS-NO-YTD TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE SPACES TO CLASS-LINE.
           MOVE 'OVERTIME PREMIUM EXCLUDED, YTD' TO CLL-DESC.
           MOVE WS-TOT-OT-PREM TO CLL-PAYROLL.
           MOVE CLASS-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-UNCLASS-CNT > 0 OR WS-RATE-DIFF > 0
                   OR WS-TIE-DIFF > 0 OR WS-NO-YTD > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-LINE-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-LINE-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE CLASS-FILE PAYROLL-FILE REG-FILE AUD-FILE OUT-FILE.
           IF YTD-OPEN
               CLOSE YTD-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.
