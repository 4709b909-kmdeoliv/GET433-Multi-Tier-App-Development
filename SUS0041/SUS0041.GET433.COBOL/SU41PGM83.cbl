                     FILE STATUS IS PENDO-FS.
            SELECT OUT-FILE     ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT POSN-FILE    ASSIGN TO POSNCTL
                     FILE STATUS IS POSN-FS.
            COPY POSHSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** POSITION CONTROL MASTER - A TRANSFER, RETITLE OR RETURN TO
      **** ACTIVE STATUS MUST LAND IN AN OPEN BUDGETED POSITION.  NO
      **** FILE MEANS POSITION CONTROL IS NOT IN FORCE TONIGHT. *******
       FD  POSN-FILE.
           COPY POSNCTL.

      **** PERMANENT POSITION HISTORY - EVERY APPLIED ASSIGNMENT,
      **** RATE OR STATUS CHANGE APPENDS ONE RECORD *******************
       FD  POSH-FILE.
       01  POSH-RECORD.
           COPY POSHREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * NIGHTLY PENDING-CHANGE APPLY  *
       01  WS-WORK-AREA.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  PEND-EOF-SW     PIC X         VALUE SPACES.
           05  POSN-EOF-SW     PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-PEND-CNT     PIC 9(3)      VALUE 0.
           05  WS-PEND-MAX     PIC 9(3)      VALUE 500.
           05  WS-APPLIED-CNT  PIC 9(5)      VALUE 0.
           05  WS-QUEUED-CNT   PIC 9(5)      VALUE 0.
           05  WS-ORPHAN-CNT   PIC 9(5)      VALUE 0.
           05  WS-HELD-CNT     PIC 9(5)      VALUE 0.
           05  POSN-CTL-SW     PIC X         VALUE 'N'.
               88  POSITION-CONTROL-ON       VALUE 'Y'.
           05  POSN-OK-SW      PIC X         VALUE 'N'.
               88  POSN-FOUND                VALUE 'Y'.
           05  WS-POSN-CNT     PIC 9(3)      VALUE 0.
           05  WS-POSN-MAX     PIC 9(3)      VALUE 500.
           05  POSN-SUB        PIC 9(3)      VALUE 0.
           05  POSN-HIT-SUB    PIC 9(3)      VALUE 0.
           05  WS-OLD-POSN-SUB PIC 9(3)      VALUE 0.
           05  WS-FIND-DIV     PIC X(10)     VALUE SPACES.
           05  WS-FIND-DEPT    PIC X(10)     VALUE SPACES.
           05  WS-FIND-TITLE   PIC X(20)     VALUE SPACES.
           05  WS-TGT-DIV      PIC X(10)     VALUE SPACES.
           05  WS-TGT-DEPT     PIC X(10)     VALUE SPACES.
           05  WS-TGT-TITLE    PIC X(20)     VALUE SPACES.
           05  WS-TGT-STATUS   PIC X(1)      VALUE SPACE.
           05  POSN-CHG-SW     PIC X         VALUE 'N'.
               88  POSITION-CHANGING         VALUE 'Y'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  NEW-FS          PIC XX        VALUE '00'.
               88  PENDO-FS-OK               VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  POSN-FS         PIC XX        VALUE '00'.
               88  POSN-FS-OK                VALUE '00'.
           05  PH-RC           PIC XX        VALUE '00'.
               88  PH-OK                     VALUE '00'.
           05  WS-PH-SEQ       PIC 9(4)      VALUE 0.

      **** THE QUEUED CHANGES, HELD FOR THE MASTER PASS.  PND-STATE
      **** BECOMES 'A' WHEN APPLIED, 'O' WHEN THE EMPLOYEE NEVER
      **** TURNED UP ON THE MASTER, 'H' WHEN DUE BUT HELD BECAUSE IT
      **** WOULD PUT THE EMPLOYEE IN A POSITION WITH NO OPENING. ******
       01  WS-PEND-AREA.
           05  WS-PEND-TBL OCCURS 500 TIMES.
             10  PND-EMP-ID      PIC X(7).
             10  PND-AUTH        PIC X(8).
             10  PND-STATE       PIC X(1).

      **** BUDGETED POSITIONS, WITH THE FTE FILLED BY ACTIVE EMPLOYEES
      **** AS TONIGHT'S CHANGES MOVE THEM ******************************
       01  WS-POSN-AREA.
           05  WS-POSN-TBL OCCURS 500 TIMES.
             10  PN-DIV          PIC X(10).
             10  PN-DEPT         PIC X(10).
             10  PN-TITLE        PIC X(20).
             10  PN-BUDGET-FTE   PIC 9(3)V99.
             10  PN-FILLED-FTE   PIC 9(3)V99.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-PENDING-RTN
              UNTIL PEND-EOF-SW = 'F'.
           PERFORM LOAD-POSITIONS-RTN
              UNTIL POSN-EOF-SW = 'F'.
           IF POSITION-CONTROL-ON
               PERFORM COUNT-FILLED-RTN THRU COUNT-FILLED-RTN-EXIT
           END-IF.
           PERFORM READ-INPUT
              UNTIL EOF-SW-PR = 'F'.
           PERFORM DISPOSE-PENDING-RTN
                   AT END MOVE 'F' TO PEND-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT POSN-FILE.
           IF NOT POSN-FS-OK
               DISPLAY 'SU41PGM83 - NO POSITION CONTROL MASTER, '
                       'STATUS=' POSN-FS ' - MOVES NOT HELD TO BUDGET'
               MOVE 'F' TO POSN-EOF-SW
           ELSE
               MOVE 'Y' TO POSN-CTL-SW
               READ POSN-FILE
                   AT END MOVE 'F' TO POSN-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT PENDO-FILE.
           IF NOT PENDO-FS-OK
               DISPLAY 'SU41PGM83 - PENDO-FILE OPEN FAILED, STATUS='
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM83 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.
               AT END MOVE 'F' TO PEND-EOF-SW.
       LOAD-PENDING-RTN-EXIT. EXIT.

       LOAD-POSITIONS-RTN.
           IF WS-POSN-CNT < WS-POSN-MAX
               ADD 1 TO WS-POSN-CNT
               MOVE PCN-DIVISION   TO PN-DIV(WS-POSN-CNT)
               MOVE PCN-DEPARTMENT TO PN-DEPT(WS-POSN-CNT)
               MOVE PCN-TITLE      TO PN-TITLE(WS-POSN-CNT)
               MOVE PCN-BUDGET-FTE TO PN-BUDGET-FTE(WS-POSN-CNT)
               MOVE 0              TO PN-FILLED-FTE(WS-POSN-CNT)
           ELSE
               DISPLAY 'SU41PGM83 ABEND - POSITION TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-POSN-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ POSN-FILE
               AT END MOVE 'F' TO POSN-EOF-SW.
       LOAD-POSITIONS-RTN-EXIT. EXIT.

       COUNT-FILLED-RTN.
      * ONE PASS OF THE MASTER TO FILL THE POSITIONS FROM ITS ACTIVE
      * EMPLOYEES, THEN THE MASTER IS REOPENED FOR THE APPLY PASS.
           PERFORM TALLY-FILLED-RTN
              UNTIL EOF-SW-PR = 'F'.
           CLOSE PAYROLL-FILE.
           MOVE SPACES TO EOF-SW-PR.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41PGM83 - PAYROLL-FILE REOPEN FAILED, '
                       'STATUS=' PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       COUNT-FILLED-RTN-EXIT. EXIT.

       TALLY-FILLED-RTN.
           IF PR-STAT-ACTIVE
               MOVE PR-DIVISION   TO WS-FIND-DIV
               MOVE PR-DEPARTMENT TO WS-FIND-DEPT
               MOVE PR-TITLE      TO WS-FIND-TITLE
               PERFORM FIND-POSITION-RTN
               IF POSN-FOUND
                   ADD 1 TO PN-FILLED-FTE(POSN-HIT-SUB)
               END-IF
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       TALLY-FILLED-RTN-EXIT. EXIT.

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

       READ-INPUT.
           IF POSITION-CONTROL-ON
               PERFORM CHECK-OPENING-RTN THRU CHECK-OPENING-RTN-EXIT
           END-IF.
           PERFORM APPLY-DUE-RTN
               VARYING PND-SUB FROM 1 BY 1
               UNTIL PND-SUB > WS-PEND-CNT.
               AT END MOVE 'F' TO EOF-SW-PR.
       READ-INPUT-EXIT. EXIT.

       CHECK-OPENING-RTN.
      * EVERY CHANGE DUE TONIGHT FOR THIS EMPLOYEE IS PLAYED FORWARD
      * FIRST, SO A TRANSFER KEYED AS SEPARATE DIVISION AND DEPT
      * CHANGES IS JUDGED ON WHERE THE EMPLOYEE ENDS UP, NOT ON THE
      * HALF-WAY POSITION IN BETWEEN.
           MOVE PR-DIVISION    TO WS-TGT-DIV.
           MOVE PR-DEPARTMENT  TO WS-TGT-DEPT.
           MOVE PR-TITLE       TO WS-TGT-TITLE.
           MOVE PR-PAY1-STATUS TO WS-TGT-STATUS.
           MOVE 'N' TO POSN-CHG-SW.
           PERFORM PLAY-FORWARD-RTN THRU PLAY-FORWARD-RTN-EXIT
               VARYING PND-SUB FROM 1 BY 1
               UNTIL PND-SUB > WS-PEND-CNT.
           IF NOT POSITION-CHANGING
               GO TO CHECK-OPENING-RTN-EXIT
           END-IF.
           MOVE PR-DIVISION   TO WS-FIND-DIV.
           MOVE PR-DEPARTMENT TO WS-FIND-DEPT.
           MOVE PR-TITLE      TO WS-FIND-TITLE.
           PERFORM FIND-POSITION-RTN.
           MOVE 0 TO WS-OLD-POSN-SUB.
           IF POSN-FOUND AND PR-STAT-ACTIVE
               MOVE POSN-HIT-SUB TO WS-OLD-POSN-SUB
           END-IF.
      * LEAVING ACTIVE STATUS ONLY FREES THE OLD POSITION.
           IF WS-TGT-STATUS NOT = 'A'
               PERFORM VACATE-OLD-RTN
               GO TO CHECK-OPENING-RTN-EXIT
           END-IF.
           IF PR-STAT-ACTIVE
                   AND WS-TGT-DIV   = PR-DIVISION
                   AND WS-TGT-DEPT  = PR-DEPARTMENT
                   AND WS-TGT-TITLE = PR-TITLE
               GO TO CHECK-OPENING-RTN-EXIT
           END-IF.
           MOVE WS-TGT-DIV   TO WS-FIND-DIV.
           MOVE WS-TGT-DEPT  TO WS-FIND-DEPT.
           MOVE WS-TGT-TITLE TO WS-FIND-TITLE.
           PERFORM FIND-POSITION-RTN.
           IF NOT POSN-FOUND
                   OR PN-FILLED-FTE(POSN-HIT-SUB)
                       NOT < PN-BUDGET-FTE(POSN-HIT-SUB)
               PERFORM HOLD-CHANGE-RTN
                   VARYING PND-SUB FROM 1 BY 1
                   UNTIL PND-SUB > WS-PEND-CNT
               GO TO CHECK-OPENING-RTN-EXIT
           END-IF.
           ADD 1 TO PN-FILLED-FTE(POSN-HIT-SUB).
           PERFORM VACATE-OLD-RTN.
       CHECK-OPENING-RTN-EXIT. EXIT.

       PLAY-FORWARD-RTN.
           IF PND-EMP-ID(PND-SUB) NOT = PR-EMPLOYEE-ID
                   OR PND-STATE(PND-SUB) NOT = 'O'
                   OR PND-EFF-DATE(PND-SUB) > WS-RUN-DATE-8
               GO TO PLAY-FORWARD-RTN-EXIT
           END-IF.
           EVALUATE PND-FIELD(PND-SUB)
               WHEN 'DIVISION'
                   MOVE PND-VALUE(PND-SUB)(1:10) TO WS-TGT-DIV
                   MOVE 'Y' TO POSN-CHG-SW
               WHEN 'DEPT    '
                   MOVE PND-VALUE(PND-SUB)(1:10) TO WS-TGT-DEPT
                   MOVE 'Y' TO POSN-CHG-SW
               WHEN 'TITLE   '
                   MOVE PND-VALUE(PND-SUB) TO WS-TGT-TITLE
                   MOVE 'Y' TO POSN-CHG-SW
               WHEN 'STATUS  '
                   MOVE PND-VALUE(PND-SUB)(1:1) TO WS-TGT-STATUS
                   MOVE 'Y' TO POSN-CHG-SW
           END-EVALUATE.
       PLAY-FORWARD-RTN-EXIT. EXIT.

       VACATE-OLD-RTN.
           IF WS-OLD-POSN-SUB > 0
                   AND PN-FILLED-FTE(WS-OLD-POSN-SUB) NOT < 1
               SUBTRACT 1 FROM PN-FILLED-FTE(WS-OLD-POSN-SUB)
           END-IF.
       VACATE-OLD-RTN-EXIT. EXIT.

       HOLD-CHANGE-RTN.
      * ONLY THE CHANGES THAT MOVE THE EMPLOYEE ARE HELD - A RATE OR
      * CYCLE CHANGE DUE THE SAME NIGHT STILL APPLIES.
           IF PND-EMP-ID(PND-SUB) = PR-EMPLOYEE-ID
                   AND PND-STATE(PND-SUB) = 'O'
                   AND PND-EFF-DATE(PND-SUB) NOT > WS-RUN-DATE-8
                   AND (PND-FIELD(PND-SUB) = 'DIVISION'
                     OR PND-FIELD(PND-SUB) = 'DEPT    '
                     OR PND-FIELD(PND-SUB) = 'TITLE   '
                     OR PND-FIELD(PND-SUB) = 'STATUS  ')
               MOVE 'H' TO PND-STATE(PND-SUB)
           END-IF.
       HOLD-CHANGE-RTN-EXIT. EXIT.

       APPLY-DUE-RTN.
      * A CHANGE APPLIES THE FIRST NIGHT ITS EFFECTIVE DATE HAS
      * ARRIVED; A FUTURE-DATED ONE STAYS QUEUED.

       WRITE-POSHIST-RTN.
      * ONE POSITION-HISTORY RECORD PER CHANGE APPLIED - THE SEQ SLOT
      * SEPARATES SEVERAL CHANGES LANDING ON ONE DAY.  THE RECORD
      * CARRIES THE CHANGE'S OWN EFFECTIVE DATE, NOT TONIGHT'S, SO A
      * RAISE APPROVED LATE AND BACK-DATED SHOWS IN THE HISTORY AS OF
      * THE DATE IT TOOK EFFECT - THAT IS WHAT THE RETRO-PAY REVIEW
      * (SU41RETR) LOOKS FOR.
           MOVE SPACES          TO POSH-RECORD.
           MOVE PR-EMPLOYEE-ID  TO PH-EMP-ID.
           MOVE PND-EFF-DATE(PND-SUB) TO PH-EFF-DATE.
           MOVE PR-DIVISION     TO PH-DIVISION.
           MOVE PR-DEPARTMENT   TO PH-DEPARTMENT.
           MOVE PR-TITLE        TO PH-TITLE.
                   PERFORM REQUEUE-RTN
                   MOVE 'QUEUED    ' TO DL-NOTE
                   PERFORM REPORT-QUEUED-RTN
      * HELD FOR WANT OF AN OPENING - IT STAYS QUEUED AND TRIES AGAIN
      * EVERY NIGHT UNTIL A POSITION FREES UP OR THE BUDGET GROWS.
               WHEN 'H'
                   ADD 1 TO WS-HELD-CNT
                   PERFORM REQUEUE-RTN
                   MOVE 'NO OPENING' TO DL-NOTE
                   PERFORM REPORT-QUEUED-RTN
               WHEN OTHER
                   ADD 1 TO WS-ORPHAN-CNT
                   PERFORM REQUEUE-RTN
           MOVE WS-ORPHAN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
      * A HELD MOVE IS A BUDGET MATTER FOR HR, NOT A RUN FAILURE - IT
      * LEAVES THE RETURN CODE ALONE SO THE MASTER COPY-BACK STILL
      * HAPPENS FOR EVERYTHING THAT DID APPLY.
           MOVE 'CHANGES HELD - NO OPEN POSITION         '
               TO CTL-LABEL.
           MOVE WS-HELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-ORPHAN-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF PEND-FS-OK
               CLOSE PEND-FILE
           END-IF.
           IF POSITION-CONTROL-ON
               CLOSE POSN-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
