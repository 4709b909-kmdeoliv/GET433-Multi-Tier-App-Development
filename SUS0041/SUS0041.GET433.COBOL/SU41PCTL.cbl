       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41PCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT POSN-FILE     ASSIGN TO POSNCTL
                     FILE STATUS IS POSN-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            COPY POSHSLSQ.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
      **** POSITION CONTROL MASTER - BUDGETED FTE AND SALARY BY
      **** DIVISION/DEPARTMENT/TITLE ***********************************
       FD  POSN-FILE.
           COPY POSNCTL.

       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** PERMANENT POSITION HISTORY, READ FRONT TO BACK FOR WHEN
      **** EACH POSITION'S LAST INCUMBENT MOVED ON *********************
       FD  POSH-FILE.
       01  POSH-RECORD.
           COPY POSHREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MONTHLY POSITION CONTROL      *
      *                                * REPORT.  EVERY BUDGETED       *
      *                                * POSITION IS SHOWN AGAINST THE *
      *                                * ACTIVE EMPLOYEES FILLING IT,  *
      *                                * WITH THE VACANT FTE AND THE   *
      *                                * DATE THE POSITION WAS LAST    *
      *                                * VACATED FROM THE POSITION     *
      *                                * HISTORY.  ACTIVE EMPLOYEES IN *
      *                                * A POSITION NOBODY BUDGETED    *
      *                                * ARE LISTED TOO.  THE          *
      *                                * DEPARTMENT SUMMARY ROLLS FTE  *
      *                                * AND ANNUALIZED SALARY UP AND  *
      *                                * FLAGS EVERY DEPARTMENT OVER   *
      *                                * ITS BUDGET.                   *
      *                                *********************************
       01  WS-WORK-AREA.
           05  POSN-EOF-SW     PIC X         VALUE SPACES.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  PH-EOF-SW       PIC X         VALUE SPACES.
           05  PH-OPEN-SW      PIC X         VALUE 'N'.
               88  POSH-OPEN                 VALUE 'Y'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-ANNUAL-PAY   PIC 9(9)V99   VALUE 0.
           05  WS-VACANT       PIC S9(3)V99  VALUE 0.
           05  POSN-SUB        PIC 9(3)      VALUE 0.
           05  POSN-HIT-SUB    PIC 9(3)      VALUE 0.
           05  WS-POSN-CNT     PIC 9(3)      VALUE 0.
           05  WS-POSN-MAX     PIC 9(3)      VALUE 600.
           05  WS-BUDGETED-CNT PIC 9(3)      VALUE 0.
           05  POSN-OK-SW      PIC X         VALUE 'N'.
               88  POSN-FOUND                VALUE 'Y'.
           05  DEPT-SUB        PIC 9(3)      VALUE 0.
           05  DEPT-HIT-SUB    PIC 9(3)      VALUE 0.
           05  WS-DEPT-CNT     PIC 9(3)      VALUE 0.
           05  WS-DEPT-MAX     PIC 9(3)      VALUE 200.
           05  DEPT-OK-SW      PIC X         VALUE 'N'.
               88  DEPT-FOUND                VALUE 'Y'.
           05  WS-FIND-DIV     PIC X(10)     VALUE SPACES.
           05  WS-FIND-DEPT    PIC X(10)     VALUE SPACES.
           05  WS-FIND-TITLE   PIC X(20)     VALUE SPACES.
           05  WS-CUR-EMP      PIC X(7)      VALUE SPACES.
           05  WS-PREV-DIV     PIC X(10)     VALUE SPACES.
           05  WS-PREV-DEPT    PIC X(10)     VALUE SPACES.
           05  WS-PREV-TITLE   PIC X(20)     VALUE SPACES.
           05  WS-PREV-STATUS  PIC X(1)      VALUE SPACE.
           05  WS-ACTIVE-CNT   PIC 9(7)      VALUE 0.
           05  WS-UNBUDG-CNT   PIC 9(7)      VALUE 0.
           05  WS-OVERFILL-CNT PIC 9(7)      VALUE 0.
           05  WS-OVER-DEPT-CNT PIC 9(7)     VALUE 0.
           05  WS-PH-READ      PIC 9(7)      VALUE 0.
           05  WS-TOT-BUD-FTE  PIC 9(5)V99   VALUE 0.
           05  WS-TOT-FIL-FTE  PIC 9(5)V99   VALUE 0.
           05  WS-TOT-VAC-FTE  PIC 9(5)V99   VALUE 0.
           05  POSN-FS         PIC XX        VALUE '00'.
               88  POSN-FS-OK                VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  PH-RC           PIC XX        VALUE '00'.
               88  PH-OK                     VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** ONE ROW PER BUDGETED POSITION, THEN ONE PER UNBUDGETED
      **** POSITION AN ACTIVE EMPLOYEE WAS FOUND SITTING IN ************
       01  WS-POSN-AREA.
           05  WS-POSN-TBL OCCURS 600 TIMES.
             10  PN-DIV          PIC X(10).
             10  PN-DEPT         PIC X(10).
             10  PN-TITLE        PIC X(20).
             10  PN-BUDGET-FTE   PIC 9(3)V99.
             10  PN-BUDGET-SAL   PIC 9(9)V99.
             10  PN-FILLED-FTE   PIC 9(3)V99.
             10  PN-FILLED-SAL   PIC 9(9)V99.
             10  PN-VACATED      PIC 9(8).
             10  PN-BUDGETED-SW  PIC X(1).
                 88  PN-BUDGETED           VALUE 'Y'.

       01  WS-DEPT-AREA.
           05  WS-DEPT-TBL OCCURS 200 TIMES.
             10  DP-DIV          PIC X(10).
             10  DP-DEPT         PIC X(10).
             10  DP-BUD-FTE      PIC 9(5)V99.
             10  DP-FIL-FTE      PIC 9(5)V99.
             10  DP-BUD-SAL      PIC 9(11)V99.
             10  DP-FIL-SAL      PIC 9(11)V99.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'POSITION CONTROL - BUDGETED VS FILLED   '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(43) VALUE SPACES.

       01  POSN-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'DIVISION   DEPARTMENT TITLE             '.
           05 FILLER          PIC X(40) VALUE
                   '   BUDGET FILLED  VACANT VACATED  FLAG  '.

       01  POSN-LINE.
           05 PL-DIV          PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-DEPT         PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-TITLE        PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-BUDGET       PIC ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-FILLED       PIC ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-VACANT       PIC ---9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-VACATED      PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-FLAG         PIC X(4).
           05 FILLER          PIC X(2)  VALUE SPACES.

       01  DEPT-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'DIVISION   DEPARTMENT BUD FTE FIL FTE  B'.
           05 FILLER          PIC X(40) VALUE
                   'UD SALARY  FIL SALARY BUDGET            '.

       01  DEPT-LINE.
           05 DL-DIV          PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DEPT         PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-BUD-FTE      PIC ZZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FIL-FTE      PIC ZZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-BUD-SAL      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FIL-SAL      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FLAG         PIC X(11).
           05 FILLER          PIC X(7)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       01  FTE-LINE.
           05 FTE-LABEL       PIC X(40).
           05 FTE-AMOUNT      PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-POSITIONS-RTN
              UNTIL POSN-EOF-SW = 'F'.
           MOVE WS-POSN-CNT TO WS-BUDGETED-CNT.
           PERFORM READ-PAYROLL-RTN
              UNTIL EOF-SW-PR = 'F'.
           IF POSH-OPEN
               PERFORM READ-HISTORY-RTN THRU READ-HISTORY-RTN-EXIT
                  UNTIL PH-EOF-SW = 'F'
           END-IF.
           PERFORM PRINT-POSITION-RTN
               VARYING POSN-SUB FROM 1 BY 1
               UNTIL POSN-SUB > WS-POSN-CNT.
           PERFORM PRINT-DEPARTMENTS-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT POSN-FILE.
           IF NOT POSN-FS-OK
               DISPLAY 'SU41PCTL - POSN-FILE OPEN FAILED, STATUS='
                       POSN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41PCTL - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * WITHOUT THE HISTORY THE REPORT STILL BALANCES BUDGET AGAINST
      * FILLED - ONLY THE LAST-VACATED DATES GO BLANK.
           OPEN INPUT POSH-FILE.
           IF NOT PH-OK
               DISPLAY 'SU41PCTL - NO POSITION HISTORY, STATUS='
                       PH-RC ' - VACATED DATES NOT SHOWN'
               MOVE 'F' TO PH-EOF-SW
           ELSE
               MOVE 'Y' TO PH-OPEN-SW
               READ POSH-FILE
                   AT END MOVE 'F' TO PH-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41PCTL - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           READ POSN-FILE
               AT END MOVE 'F' TO POSN-EOF-SW.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-POSITIONS-RTN.
           IF WS-POSN-CNT < WS-POSN-MAX
               ADD 1 TO WS-POSN-CNT
               MOVE PCN-DIVISION      TO PN-DIV(WS-POSN-CNT)
               MOVE PCN-DEPARTMENT    TO PN-DEPT(WS-POSN-CNT)
               MOVE PCN-TITLE         TO PN-TITLE(WS-POSN-CNT)
               MOVE PCN-BUDGET-FTE    TO PN-BUDGET-FTE(WS-POSN-CNT)
               MOVE PCN-BUDGET-SALARY TO PN-BUDGET-SAL(WS-POSN-CNT)
               MOVE 0                 TO PN-FILLED-FTE(WS-POSN-CNT)
               MOVE 0                 TO PN-FILLED-SAL(WS-POSN-CNT)
               MOVE 0                 TO PN-VACATED(WS-POSN-CNT)
               MOVE 'Y'               TO PN-BUDGETED-SW(WS-POSN-CNT)
           ELSE
               DISPLAY 'SU41PCTL ABEND - POSITION TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-POSN-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ POSN-FILE
               AT END MOVE 'F' TO POSN-EOF-SW.
       LOAD-POSITIONS-RTN-EXIT. EXIT.

       READ-PAYROLL-RTN.
      * EVERY ACTIVE EMPLOYEE FILLS 1.00 FTE OF THEIR POSITION AT
      * THEIR ANNUALIZED RATE.  ONE SITTING IN A POSITION NOBODY
      * BUDGETED OPENS AN UNBUDGETED ROW SO THE DEPARTMENT TOTALS
      * STILL SEE THEM.
           IF PR-STAT-ACTIVE
               ADD 1 TO WS-ACTIVE-CNT
               PERFORM ANNUALIZE-PAY-RTN
               MOVE PR-DIVISION   TO WS-FIND-DIV
               MOVE PR-DEPARTMENT TO WS-FIND-DEPT
               MOVE PR-TITLE      TO WS-FIND-TITLE
               PERFORM FIND-POSITION-RTN
               IF NOT POSN-FOUND
                   PERFORM ADD-UNBUDGETED-RTN
               END-IF
               ADD 1 TO PN-FILLED-FTE(POSN-HIT-SUB)
               ADD WS-ANNUAL-PAY TO PN-FILLED-SAL(POSN-HIT-SUB)
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       READ-PAYROLL-RTN-EXIT. EXIT.

       ADD-UNBUDGETED-RTN.
           IF WS-POSN-CNT < WS-POSN-MAX
               ADD 1 TO WS-POSN-CNT
               MOVE PR-DIVISION   TO PN-DIV(WS-POSN-CNT)
               MOVE PR-DEPARTMENT TO PN-DEPT(WS-POSN-CNT)
               MOVE PR-TITLE      TO PN-TITLE(WS-POSN-CNT)
               MOVE 0             TO PN-BUDGET-FTE(WS-POSN-CNT)
               MOVE 0             TO PN-BUDGET-SAL(WS-POSN-CNT)
               MOVE 0             TO PN-FILLED-FTE(WS-POSN-CNT)
               MOVE 0             TO PN-FILLED-SAL(WS-POSN-CNT)
               MOVE 0             TO PN-VACATED(WS-POSN-CNT)
               MOVE 'N'           TO PN-BUDGETED-SW(WS-POSN-CNT)
               MOVE WS-POSN-CNT   TO POSN-HIT-SUB
           ELSE
               DISPLAY 'SU41PCTL ABEND - POSITION TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-POSN-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       ADD-UNBUDGETED-RTN-EXIT. EXIT.

       ANNUALIZE-PAY-RTN.
           EVALUATE TRUE
               WHEN PR-HOURLY
                   COMPUTE WS-ANNUAL-PAY = PR-PAY-RATE * 2080
               WHEN PR-BIWEEKLY
                   COMPUTE WS-ANNUAL-PAY = PR-PAY-RATE * 26
               WHEN PR-YEARLY
                   MOVE PR-PAY-RATE TO WS-ANNUAL-PAY
               WHEN OTHER
                   MOVE 0 TO WS-ANNUAL-PAY
           END-EVALUATE.
       ANNUALIZE-PAY-RTN-EXIT. EXIT.

       FIND-POSITION-RTN.
           MOVE 'N' TO POSN-OK-SW.
           MOVE 0 TO POSN-HIT-SUB.
           PERFORM MATCH-POSITION-RTN
               VARYING POSN-SUB FROM 1 BY 1
               UNTIL POSN-SUB > WS-POSN-CNT OR POSN-FOUND.
       FIND-POSITION-RTN-EXIT. EXIT.

       MATCH-POSITION-RTN.
           IF PN-DIV(POSN-SUB) = WS-FIND-DIV
                   AND PN-DEPT(POSN-SUB) = WS-FIND-DEPT
                   AND PN-TITLE(POSN-SUB) = WS-FIND-TITLE
               MOVE 'Y' TO POSN-OK-SW
               MOVE POSN-SUB TO POSN-HIT-SUB
           END-IF.
       MATCH-POSITION-RTN-EXIT. EXIT.

       READ-HISTORY-RTN.
      * THE HISTORY ARRIVES IN EMPLOYEE / EFFECTIVE-DATE ORDER.  AN
      * ACTIVE EMPLOYEE'S NEXT RECORD SHOWING ANOTHER POSITION, OR A
      * STATUS OTHER THAN ACTIVE, IS THE DAY THEY VACATED THE ONE
      * BEFORE - THE LATEST SUCH DAY IS KEPT FOR EACH POSITION.
           ADD 1 TO WS-PH-READ.
           IF PH-EMP-ID NOT = WS-CUR-EMP
               MOVE PH-EMP-ID TO WS-CUR-EMP
               GO TO READ-HISTORY-KEEP-RTN
           END-IF.
           IF WS-PREV-STATUS NOT = 'A'
               GO TO READ-HISTORY-KEEP-RTN
           END-IF.
           IF PH-STATUS = 'A'
                   AND PH-DIVISION   = WS-PREV-DIV
                   AND PH-DEPARTMENT = WS-PREV-DEPT
                   AND PH-TITLE      = WS-PREV-TITLE
               GO TO READ-HISTORY-KEEP-RTN
           END-IF.
           MOVE WS-PREV-DIV   TO WS-FIND-DIV.
           MOVE WS-PREV-DEPT  TO WS-FIND-DEPT.
           MOVE WS-PREV-TITLE TO WS-FIND-TITLE.
           PERFORM FIND-POSITION-RTN.
           IF POSN-FOUND
                   AND PH-EFF-DATE > PN-VACATED(POSN-HIT-SUB)
               MOVE PH-EFF-DATE TO PN-VACATED(POSN-HIT-SUB)
           END-IF.
       READ-HISTORY-KEEP-RTN.
           MOVE PH-DIVISION   TO WS-PREV-DIV.
           MOVE PH-DEPARTMENT TO WS-PREV-DEPT.
           MOVE PH-TITLE      TO WS-PREV-TITLE.
           MOVE PH-STATUS     TO WS-PREV-STATUS.
           READ POSH-FILE
               AT END MOVE 'F' TO PH-EOF-SW.
       READ-HISTORY-RTN-EXIT. EXIT.

       PRINT-POSITION-RTN.
           IF POSN-SUB = 1
               MOVE POSN-HDG-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           COMPUTE WS-VACANT = PN-BUDGET-FTE(POSN-SUB)
               - PN-FILLED-FTE(POSN-SUB).
           ADD PN-BUDGET-FTE(POSN-SUB) TO WS-TOT-BUD-FTE.
           ADD PN-FILLED-FTE(POSN-SUB) TO WS-TOT-FIL-FTE.
           IF WS-VACANT > 0
               ADD WS-VACANT TO WS-TOT-VAC-FTE
           END-IF.
           MOVE PN-DIV(POSN-SUB)        TO PL-DIV.
           MOVE PN-DEPT(POSN-SUB)       TO PL-DEPT.
           MOVE PN-TITLE(POSN-SUB)      TO PL-TITLE.
           MOVE PN-BUDGET-FTE(POSN-SUB) TO PL-BUDGET.
           MOVE PN-FILLED-FTE(POSN-SUB) TO PL-FILLED.
           MOVE WS-VACANT               TO PL-VACANT.
           MOVE SPACES TO PL-VACATED.
           IF WS-VACANT > 0 AND PN-VACATED(POSN-SUB) > 0
               MOVE PN-VACATED(POSN-SUB) TO PL-VACATED
           END-IF.
           EVALUATE TRUE
               WHEN NOT PN-BUDGETED(POSN-SUB)
                   MOVE 'UNBG' TO PL-FLAG
                   ADD PN-FILLED-FTE(POSN-SUB) TO WS-UNBUDG-CNT
               WHEN WS-VACANT < 0
                   MOVE 'OVER' TO PL-FLAG
                   ADD 1 TO WS-OVERFILL-CNT
               WHEN OTHER
                   MOVE SPACES TO PL-FLAG
           END-EVALUATE.
           MOVE POSN-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM ROLL-DEPARTMENT-RTN.
       PRINT-POSITION-RTN-EXIT. EXIT.

       ROLL-DEPARTMENT-RTN.
           MOVE 'N' TO DEPT-OK-SW.
           PERFORM MATCH-DEPARTMENT-RTN
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > WS-DEPT-CNT OR DEPT-FOUND.
           IF NOT DEPT-FOUND
               IF WS-DEPT-CNT < WS-DEPT-MAX
                   ADD 1 TO WS-DEPT-CNT
                   MOVE WS-DEPT-CNT TO DEPT-HIT-SUB
                   MOVE PN-DIV(POSN-SUB)  TO DP-DIV(DEPT-HIT-SUB)
                   MOVE PN-DEPT(POSN-SUB) TO DP-DEPT(DEPT-HIT-SUB)
                   MOVE 0 TO DP-BUD-FTE(DEPT-HIT-SUB)
                   MOVE 0 TO DP-FIL-FTE(DEPT-HIT-SUB)
                   MOVE 0 TO DP-BUD-SAL(DEPT-HIT-SUB)
                   MOVE 0 TO DP-FIL-SAL(DEPT-HIT-SUB)
               ELSE
                   DISPLAY 'SU41PCTL ABEND - DEPARTMENT TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-DEPT-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
           END-IF.
           ADD PN-BUDGET-FTE(POSN-SUB) TO DP-BUD-FTE(DEPT-HIT-SUB).
           ADD PN-FILLED-FTE(POSN-SUB) TO DP-FIL-FTE(DEPT-HIT-SUB).
           ADD PN-BUDGET-SAL(POSN-SUB) TO DP-BUD-SAL(DEPT-HIT-SUB).
           ADD PN-FILLED-SAL(POSN-SUB) TO DP-FIL-SAL(DEPT-HIT-SUB).
       ROLL-DEPARTMENT-RTN-EXIT. EXIT.

       MATCH-DEPARTMENT-RTN.
           IF DP-DIV(DEPT-SUB) = PN-DIV(POSN-SUB)
                   AND DP-DEPT(DEPT-SUB) = PN-DEPT(POSN-SUB)
               MOVE 'Y' TO DEPT-OK-SW
               MOVE DEPT-SUB TO DEPT-HIT-SUB
           END-IF.
       MATCH-DEPARTMENT-RTN-EXIT. EXIT.

       PRINT-DEPARTMENTS-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE DEPT-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM PRINT-DEPARTMENT-RTN
               VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > WS-DEPT-CNT.
       PRINT-DEPARTMENTS-RTN-EXIT. EXIT.

       PRINT-DEPARTMENT-RTN.
      * OVER BUDGET IS MORE FTE FILLED THAN BUDGETED, OR MORE
      * ANNUALIZED SALARY ON THE BOOKS THAN BUDGETED, OR BOTH.
           MOVE DP-DIV(DEPT-SUB)     TO DL-DIV.
           MOVE DP-DEPT(DEPT-SUB)    TO DL-DEPT.
           MOVE DP-BUD-FTE(DEPT-SUB) TO DL-BUD-FTE.
           MOVE DP-FIL-FTE(DEPT-SUB) TO DL-FIL-FTE.
           MOVE DP-BUD-SAL(DEPT-SUB) TO DL-BUD-SAL.
           MOVE DP-FIL-SAL(DEPT-SUB) TO DL-FIL-SAL.
           EVALUATE TRUE
               WHEN DP-FIL-FTE(DEPT-SUB) > DP-BUD-FTE(DEPT-SUB)
                       AND DP-FIL-SAL(DEPT-SUB) > DP-BUD-SAL(DEPT-SUB)
                   MOVE 'OVER BOTH  ' TO DL-FLAG
               WHEN DP-FIL-FTE(DEPT-SUB) > DP-BUD-FTE(DEPT-SUB)
                   MOVE 'OVER FTE   ' TO DL-FLAG
               WHEN DP-FIL-SAL(DEPT-SUB) > DP-BUD-SAL(DEPT-SUB)
                   MOVE 'OVER SALARY' TO DL-FLAG
               WHEN OTHER
                   MOVE SPACES TO DL-FLAG
           END-EVALUATE.
           IF DL-FLAG NOT = SPACES
               ADD 1 TO WS-OVER-DEPT-CNT
           END-IF.
           MOVE DEPT-LINE TO OUT-REC.
           WRITE OUT-REC.
       PRINT-DEPARTMENT-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'BUDGETED POSITIONS                      '
               TO CTL-LABEL.
           MOVE WS-BUDGETED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'BUDGETED FTE                            '
               TO FTE-LABEL.
           MOVE WS-TOT-BUD-FTE TO FTE-AMOUNT.
           MOVE FTE-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'FILLED FTE (ACTIVE EMPLOYEES)           '
               TO FTE-LABEL.
           MOVE WS-TOT-FIL-FTE TO FTE-AMOUNT.
           MOVE FTE-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'VACANT FTE                              '
               TO FTE-LABEL.
           MOVE WS-TOT-VAC-FTE TO FTE-AMOUNT.
           MOVE FTE-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'POSITIONS FILLED PAST BUDGET            '
               TO CTL-LABEL.
           MOVE WS-OVERFILL-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EMPLOYEES IN UNBUDGETED POSITIONS       '
               TO CTL-LABEL.
           MOVE WS-UNBUDG-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DEPARTMENTS OVER BUDGET                 '
               TO CTL-LABEL.
           MOVE WS-OVER-DEPT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'POSITION HISTORY RECORDS READ           '
               TO CTL-LABEL.
           MOVE WS-PH-READ TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-OVER-DEPT-CNT > 0 OR WS-UNBUDG-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE POSN-FILE PAYROLL-FILE OUT-FILE.
           IF POSH-OPEN
               CLOSE POSH-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.
