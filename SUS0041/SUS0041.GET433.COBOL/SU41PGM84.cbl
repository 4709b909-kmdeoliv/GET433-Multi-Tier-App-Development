                     FILE STATUS IS SUSP-FS.
            SELECT RPT-FILE     ASSIGN TO RFILE
                     FILE STATUS IS RPT-FS.
            SELECT POSN-FILE    ASSIGN TO POSNCTL
                     FILE STATUS IS POSN-FS.
            COPY POSHSEL.
            SELECT NHE-FILE     ASSIGN TO NHEFILE
                     FILE STATUS IS NHE-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** BATCH HIRE/REHIRE FEED FROM HR, IN ASCENDING EMPLOYEE-ID
      **** ORDER - 'H' ADDS A NEW EMPLOYEE, 'R' REACTIVATES A
      **** TERMINATED ONE INSTEAD OF CREATING A DUPLICATE.  THE SSN
      **** IS NOT KEPT ON THE MASTER - IT IS PASSED THROUGH TO THE
      **** STATE NEW-HIRE REPORTING EVENT ******************************
       FD  HIRE-FILE.
       01  HIRE-REC.
           05  HF-ACTION      PIC X(1).
           05  HF-RATE-NUM    REDEFINES HF-PAY-RATE PIC 9(9)V99.
           05  HF-PAY-CYCLE   PIC X(1).
           05  HF-BENEFIT     PIC X(1).
           05  HF-SSN         PIC X(9).
           05  FILLER         PIC X(39).

      **** CURRENT PAYROLL MASTER, IN EMPLOYEE-ID ORDER ****************
       FD  PAYROLL-FILE.
       FD  RPT-FILE.
       01  RPT-REC            PIC X(80).

      **** POSITION CONTROL MASTER - BUDGETED FTE BY DIVISION/
      **** DEPARTMENT/TITLE.  A HIRE OR REHIRE MUST LAND IN AN OPEN
      **** POSITION.  NO FILE MEANS POSITION CONTROL IS NOT IN FORCE
      **** FOR THE RUN AND IS SAID SO ON THE CONSOLE. ******************
       FD  POSN-FILE.
           COPY POSNCTL.

      **** PERMANENT POSITION HISTORY - EVERY HIRE AND REHIRE OPENS
      **** THE EMPLOYEE'S JOB HISTORY WITH ITS FIRST RECORD ***********
       FD  POSH-FILE.
       01  POSH-RECORD.
           COPY POSHREC.

      **** EVERY HIRE AND REHIRE APPLIED, FOR THE STATE NEW-HIRE
      **** DIRECTORY EXTRACT (SU41NHRX) ********************************
       FD  NHE-FILE.
           COPY NHEVENT.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * BATCH HIRE/REHIRE LOAD - THE  *
           05  PR-EOF-SW       PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  DEPT-EOF-SW     PIC X         VALUE SPACES.
           05  POSN-EOF-SW     PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-SERIAL   PIC S9(9)     VALUE 0.
           05  WS-START-SERIAL PIC S9(9)     VALUE 0.
           05  WS-REHIRE-CNT   PIC 9(7)      VALUE 0.
           05  WS-SUSP-CNT     PIC 9(7)      VALUE 0.
           05  WS-CARRIED-CNT  PIC 9(7)      VALUE 0.
           05  WS-NO-POSN-CNT  PIC 9(7)      VALUE 0.
           05  WS-NHE-CNT      PIC 9(7)      VALUE 0.
           05  REJECT-SW       PIC X         VALUE 'N'.
               88  RECORD-REJECTED           VALUE 'Y'.
           05  DEPT-OK-SW      PIC X         VALUE 'N'.
               88  DEPT-OK                   VALUE 'Y'.
           05  WS-DEPT-CNT     PIC 9(3)      VALUE 0.
           05  DEPT-SUB        PIC 9(3)      VALUE 0.
           05  POSN-CTL-SW     PIC X         VALUE 'N'.
               88  POSITION-CONTROL-ON       VALUE 'Y'.
           05  POSN-OK-SW      PIC X         VALUE 'N'.
               88  POSN-FOUND                VALUE 'Y'.
           05  WS-POSN-CNT     PIC 9(3)      VALUE 0.
           05  WS-POSN-MAX     PIC 9(3)      VALUE 500.
           05  POSN-SUB        PIC 9(3)      VALUE 0.
           05  POSN-HIT-SUB    PIC 9(3)      VALUE 0.
           05  WS-FIND-DIV     PIC X(10)     VALUE SPACES.
           05  WS-FIND-DEPT    PIC X(10)     VALUE SPACES.
           05  WS-FIND-TITLE   PIC X(20)     VALUE SPACES.
           05  HIRE-FS         PIC XX        VALUE '00'.
               88  HIRE-FS-OK                VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  SUSP-FS-OK                VALUE '00'.
           05  RPT-FS          PIC XX        VALUE '00'.
               88  RPT-FS-OK                 VALUE '00'.
           05  POSN-FS         PIC XX        VALUE '00'.
               88  POSN-FS-OK                VALUE '00'.
           05  NHE-FS          PIC XX        VALUE '00'.
               88  NHE-FS-OK                 VALUE '00'.
           05  PH-RC           PIC XX        VALUE '00'.
               88  PH-OK                     VALUE '00'.
           05  WS-PH-SEQ       PIC 9(4)      VALUE 0.
             10  DPT-DIV         PIC X(10).
             10  DPT-DEPT        PIC X(10).

      **** BUDGETED POSITIONS, WITH THE FTE ALREADY FILLED BY ACTIVE
      **** EMPLOYEES ON THE MASTER PLUS THIS RUN'S HIRES **************
       01  WS-POSN-AREA.
           05  WS-POSN-TBL OCCURS 500 TIMES.
             10  PN-DIV          PIC X(10).
             10  PN-DEPT         PIC X(10).
             10  PN-TITLE        PIC X(20).
             10  PN-BUDGET-FTE   PIC 9(3)V99.
             10  PN-FILLED-FTE   PIC 9(3)V99.

       01  RPT-TITLE.
           05 FILLER          PIC X(40) VALUE
                   '*** SU41PGM84 HIRE/REHIRE FEED EDIT *** '.
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-DEPTS-RTN
              UNTIL DEPT-EOF-SW = 'F'.
           PERFORM LOAD-POSITIONS-RTN
              UNTIL POSN-EOF-SW = 'F'.
           IF POSITION-CONTROL-ON
               PERFORM COUNT-FILLED-RTN THRU COUNT-FILLED-RTN-EXIT
           END-IF.
           PERFORM MATCH-RTN
              UNTIL HIRE-EOF-SW = 'F' AND PR-EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
                   AT END MOVE 'F' TO DEPT-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT POSN-FILE.
           IF NOT POSN-FS-OK
               DISPLAY 'SU41PGM84 - NO POSITION CONTROL MASTER, '
                       'STATUS=' POSN-FS ' - HIRES NOT HELD TO BUDGET'
               MOVE 'F' TO POSN-EOF-SW
           ELSE
               MOVE 'Y' TO POSN-CTL-SW
               READ POSN-FILE
                   AT END MOVE 'F' TO POSN-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41PGM84 - NO POLICY CARD, 30-DAY FUTURE '
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NHE-FILE.
           IF NOT NHE-FS-OK
               DISPLAY 'SU41PGM84 - NHE-FILE OPEN FAILED, STATUS='
                       NHE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE RPT-TITLE TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM84 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8 TO WS-WORK-DATE-8.
           COMPUTE WS-RUN-SERIAL = (WS-WORK-YYYY * 360) +
               (WS-WORK-MM * 30) + WS-WORK-DD.
               AT END MOVE 'F' TO DEPT-EOF-SW.
       LOAD-DEPTS-RTN-EXIT. EXIT.

       LOAD-POSITIONS-RTN.
           IF WS-POSN-CNT < WS-POSN-MAX
               ADD 1 TO WS-POSN-CNT
               MOVE PCN-DIVISION   TO PN-DIV(WS-POSN-CNT)
               MOVE PCN-DEPARTMENT TO PN-DEPT(WS-POSN-CNT)
               MOVE PCN-TITLE      TO PN-TITLE(WS-POSN-CNT)
               MOVE PCN-BUDGET-FTE TO PN-BUDGET-FTE(WS-POSN-CNT)
               MOVE 0              TO PN-FILLED-FTE(WS-POSN-CNT)
           ELSE
               DISPLAY 'SU41PGM84 ABEND - POSITION TABLE OVERFLOW'
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
      * EMPLOYEES, THEN THE MASTER IS REOPENED FOR THE MATCH-MERGE.
           PERFORM TALLY-FILLED-RTN
              UNTIL PR-EOF-SW = 'F'.
           CLOSE PAYROLL-FILE.
           MOVE SPACES TO PR-EOF-SW.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41PGM84 - PAYROLL-FILE REOPEN FAILED, '
                       'STATUS=' PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PR-EOF-SW.
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
               AT END MOVE 'F' TO PR-EOF-SW.
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

       MATCH-RTN.
      * CLASSIC TWO-FILE MATCH-MERGE ON EMPLOYEE ID - BOTH FEEDS
      * ARRIVE SORTED, THE SAME DISCIPLINE THE CHANGE AUDIT ENFORCES.
               PERFORM WRITE-REPORT-RTN
               MOVE 'Y' TO REJECT-SW
           END-IF.
      * THE HIRE MUST FILL A BUDGETED POSITION WITH FTE LEFT OPEN -
      * THE SAME TEST APPLIES TO A REHIRE, WHO COMES BACK INTO A
      * POSITION LIKE ANYONE ELSE.
           IF POSITION-CONTROL-ON
               MOVE HF-DIVISION   TO WS-FIND-DIV
               MOVE HF-DEPARTMENT TO WS-FIND-DEPT
               MOVE HF-TITLE      TO WS-FIND-TITLE
               PERFORM FIND-POSITION-RTN
               EVALUATE TRUE
                   WHEN NOT POSN-FOUND
                       MOVE 'NO BUDGETED POSITION          '
                           TO RD-REASON
                       PERFORM WRITE-REPORT-RTN
                       MOVE 'Y' TO REJECT-SW
                       ADD 1 TO WS-NO-POSN-CNT
                   WHEN PN-FILLED-FTE(POSN-HIT-SUB)
                           NOT < PN-BUDGET-FTE(POSN-HIT-SUB)
                       MOVE 'POSITION FULLY FILLED         '
                           TO RD-REASON
                       PERFORM WRITE-REPORT-RTN
                       MOVE 'Y' TO REJECT-SW
                       ADD 1 TO WS-NO-POSN-CNT
               END-EVALUATE
           END-IF.
           IF HF-PAY-CYCLE NOT = 'H' AND HF-PAY-CYCLE NOT = 'B'
                   AND HF-PAY-CYCLE NOT = 'R'
               MOVE 'PAY CYCLE NOT H/B/R           ' TO RD-REASON
           MOVE 'N'           TO PR-VISION-FLAG.
           MOVE 0             TO PR-BENEFIT-COST-YR.
           WRITE NEW-REC FROM PAYROLL-RECORD.
           PERFORM FILL-POSITION-RTN.
           PERFORM WRITE-POSHIST-RTN.
           PERFORM WRITE-HIRE-EVENT-RTN.
           MOVE HF-EMP-ID    TO RD-EMP-ID.
           MOVE HF-LAST-NAME TO RD-NAME.
           MOVE 'HIRED - ADDED TO MASTER       ' TO RD-REASON.
           MOVE HF-PAY-CYCLE  TO PR-PAY-CYCLE.
           MOVE HF-BENEFIT    TO PR-BENEFIT-FLAG.
           PERFORM WRITE-POSHIST-RTN.
           PERFORM FILL-POSITION-RTN.
           PERFORM WRITE-HIRE-EVENT-RTN.
           MOVE HF-EMP-ID    TO RD-EMP-ID.
           MOVE HF-LAST-NAME TO RD-NAME.
           MOVE 'REHIRED - RECORD REACTIVATED  ' TO RD-REASON.
           WRITE RPT-REC.
       REACTIVATE-RTN-EXIT. EXIT.

       FILL-POSITION-RTN.
      * THE NEW INCUMBENT TAKES THE OPENING, SO A SECOND HIRE INTO THE
      * SAME POSITION LATER IN THIS FEED SEES IT FILLED.
           IF POSITION-CONTROL-ON
               MOVE PR-DIVISION   TO WS-FIND-DIV
               MOVE PR-DEPARTMENT TO WS-FIND-DEPT
               MOVE PR-TITLE      TO WS-FIND-TITLE
               PERFORM FIND-POSITION-RTN
               IF POSN-FOUND
                   ADD 1 TO PN-FILLED-FTE(POSN-HIT-SUB)
               END-IF
           END-IF.
       FILL-POSITION-RTN-EXIT. EXIT.

       WRITE-POSHIST-RTN.
      * ONE POSITION-HISTORY RECORD PER CHANGE APPLIED - THE SEQ SLOT
      * SEPARATES SEVERAL CHANGES LANDING ON ONE DAY.
               INVALID KEY ADD 1 TO WS-PH-SEQ.
       WRITE-POSH-TRY-RTN-EXIT. EXIT.

       WRITE-HIRE-EVENT-RTN.
      * THE STATE MUST HEAR OF EVERY HIRE AND REHIRE - THE EXTRACT
      * PICKS THE ADDRESS UP FROM THE MASTER, THE SSN FROM HERE.
           MOVE SPACES          TO NEW-HIRE-EVENT-RECORD.
           MOVE HF-ACTION       TO NHE-ACTION.
           MOVE HF-EMP-ID       TO NHE-EMP-ID.
           MOVE HF-SSN          TO NHE-SSN.
           MOVE PR-START-DT     TO NHE-START-DT.
           MOVE WS-RUN-DATE-8   TO NHE-LOAD-DATE.
           MOVE HF-STATE        TO NHE-WORK-STATE.
           WRITE NEW-HIRE-EVENT-RECORD.
           ADD 1 TO WS-NHE-CNT.
       WRITE-HIRE-EVENT-RTN-EXIT. EXIT.

       SUSPEND-RTN.
           ADD 1 TO WS-SUSP-CNT.
           MOVE HIRE-REC TO SUSP-REC.
           MOVE WS-SUSP-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE '  OF WHICH NO OPEN BUDGETED POSITION    '
               TO CTL-LABEL.
           MOVE WS-NO-POSN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'MASTER RECORDS CARRIED UNCHANGED        '
               TO CTL-LABEL.
           MOVE WS-CARRIED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'NEW-HIRE EVENTS FOR STATE REPORTING     '
               TO CTL-LABEL.
           MOVE WS-NHE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           IF WS-SUSP-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLOSE-FILES-RTN.
           CLOSE HIRE-FILE PAYROLL-FILE NEW-FILE SUSP-FILE RPT-FILE
                 POSH-FILE NHE-FILE.
           IF DEPT-FS-OK
               CLOSE DEPT-FILE
           END-IF.
           IF POSITION-CONTROL-ON
               CLOSE POSN-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
