       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41TWIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT VSAM-INFILE
              ASSIGN TO VFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS VSAM-KEY
                      FILE STATUS IS VSAM-RC.
            SELECT RATE-FILE    ASSIGN TO RFILE
                     FILE STATUS IS RATE-FS.
            SELECT SCN-FILE     ASSIGN TO SCFILE
                     FILE STATUS IS SCN-FS.
            SELECT PAYROLL-FILE ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT XREF-FILE    ASSIGN TO XRFILE
                     FILE STATUS IS XREF-FS.
            SELECT CTL-FILE     ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT PLAN-FILE    ASSIGN TO PLFILE
                     FILE STATUS IS PLAN-FS.
            SELECT OUT-FILE     ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
       COPY VSAMFD.

      **** THE CURRENT RATE CARD THE BILLING RUN (SU41PGM2) READS -
      **** THE BASELINE EVERY SCENARIO IS SET AGAINST ****************
       FD  RATE-FILE.
           COPY RATECTL.

      **** PROPOSED RATE SCHEDULES, ONE OR MORE SCENARIOS ************
       FD  SCN-FILE.
           COPY SCNCTL.

       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** EMPLOYEE/STUDENT CROSS-REFERENCE - THE SAME HR FILE THE
      **** REMISSION RUN (SU41PGM71) USES TO FIND A STAFF STUDENT'S
      **** SSN, IN ASCENDING EMPLOYEE-ID ORDER *************************
       FD  XREF-FILE.
       01  XREF-REC.
           05  XR-EMPLOYEE-ID PIC X(7).
           05  XR-SSN         PIC 9(9).
           05  FILLER         PIC X(64).

      **** THE REMISSION POLICY CARD SU41PGM71 WAIVES UNDER **********
       FD  CTL-FILE.
           COPY REMCTL.

      **** PAYMENT-PLAN ENROLLMENT FILE - THE SAME CARRIED-FORWARD
      **** STATE THE BILLING RUN READS, IN ASCENDING SSN ORDER *******
       FD  PLAN-FILE.
       01  PLN-REC.
           05  PLN-SSN        PIC 9(9).
           05  PLN-TOTAL-INST PIC 9(2).
           05  PLN-INST-BILLED PIC 9(2).
           05  PLN-REMAINING  PIC 9(7)V99.
           05  PLN-LAST-CYCLE PIC X(6).
           05  FILLER         PIC X(52).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * TUITION WHAT-IF RATE MODELING.*
      *                                * RUNS THE STUDENT MASTER       *
      *                                * THROUGH THE CURRENT RATE CARD *
      *                                * AND EACH PROPOSED SCENARIO ON *
      *                                * THE SCENARIO FILE, BILLING    *
      *                                * THE WAY SU41PGM2 DOES (ACTIVE *
      *                                * STUDENTS, CREDITS TIMES THE   *
      *                                * RESIDENCY-TIER RATE OF THEIR  *
      *                                * CAMPUS), AND PRINTS PROJECTED *
      *                                * REVENUE BY CAMPUS AND TIER    *
      *                                * NEXT TO THE BASELINE, WITH    *
      *                                * THE EMPLOYEE-REMISSION AND    *
      *                                * PAYMENT-PLAN EXPOSURE UNDER   *
      *                                * EACH.  NOTHING IS BILLED OR   *
      *                                * POSTED.                       *
      *                                *********************************
       01  WS-WORK-AREA.
           05  STU-EOF-SW      PIC X         VALUE SPACES.
           05  RATE-EOF-SW     PIC X         VALUE SPACES.
           05  SCN-EOF-SW      PIC X         VALUE SPACES.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  XREF-EOF-SW     PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  PLAN-EOF-SW     PIC X         VALUE SPACES.
           05  REM-AVAIL-SW    PIC X         VALUE 'Y'.
               88  REM-AVAILABLE             VALUE 'Y'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-REM-PCT      PIC 9(3)V99   VALUE 100.00.
           05  WS-DEFAULT-RATE PIC 9(3)V99   VALUE 800.
           05  WS-STU-CAMPUS   PIC X         VALUE 'M'.
           05  WS-TIER-SUB     PIC 9         VALUE 1.
           05  WS-CREDITS      PIC 9(2)      VALUE 0.
           05  WS-TUITION      PIC 9(7)V99   VALUE 0.
           05  WS-WAIVER       PIC 9(7)V99   VALUE 0.
           05  WS-INSTALLMENT  PIC 9(7)V99   VALUE 0.
           05  WS-REM-STU-SW   PIC X         VALUE 'N'.
               88  REM-STUDENT               VALUE 'Y'.
           05  ON-PLAN-SW      PIC X         VALUE 'N'.
               88  ON-PLAN                   VALUE 'Y'.
           05  WS-PREV-SCN-ID  PIC X(6)      VALUE SPACES.
           05  WS-PREV-PLAN-SSN PIC 9(9)     VALUE 0.
           05  WS-CHANGE       PIC S9(11)V99 VALUE 0.
           05  WS-PCT-CHANGE   PIC S9(3)V9   VALUE 0.
           05  WS-BASE-AMT     PIC 9(11)V99  VALUE 0.
           05  WS-SCEN-AMT     PIC 9(11)V99  VALUE 0.
           05  WS-BASE-TOT     PIC 9(11)V99  VALUE 0.
           05  WS-SCEN-TOT     PIC 9(11)V99  VALUE 0.
           05  WS-CREDIT-TOT   PIC 9(9)      VALUE 0.
           05  WS-STU-READ-CNT PIC 9(7)      VALUE 0.
           05  WS-BILLED-CNT   PIC 9(7)      VALUE 0.
           05  WS-INACTIVE-CNT PIC 9(7)      VALUE 0.
           05  WS-REM-STU-CNT  PIC 9(7)      VALUE 0.
           05  WS-REM-CREDITS  PIC 9(7)      VALUE 0.
           05  WS-PLAN-STU-CNT PIC 9(7)      VALUE 0.
           05  WS-PLAN-CREDITS PIC 9(7)      VALUE 0.
           05  WS-SCN-BAD-CNT  PIC 9(5)      VALUE 0.
           05  VSAM-OPEN-SW    PIC X         VALUE 'N'.
           05  RATE-FS         PIC XX        VALUE '00'.
               88  RATE-FS-OK                VALUE '00'.
           05  SCN-FS          PIC XX        VALUE '00'.
               88  SCN-FS-OK                 VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  XREF-FS         PIC XX        VALUE '00'.
               88  XREF-FS-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  PLAN-FS         PIC XX        VALUE '00'.
               88  PLAN-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  SCN-SUB         PIC 9(2)      VALUE 0.
           05  WS-SCN-CNT      PIC 9(2)      VALUE 1.
           05  WS-SCN-MAX      PIC 9(2)      VALUE 11.
           05  SRT-SUB         PIC 9(3)      VALUE 0.
           05  SRT-HIT         PIC 9(3)      VALUE 0.
           05  SRT-BLANK-HIT   PIC 9(3)      VALUE 0.
           05  WS-SRT-CNT      PIC 9(3)      VALUE 0.
           05  WS-SRT-MAX      PIC 9(3)      VALUE 100.
           05  RT-SUB          PIC 9(2)      VALUE 0.
           05  RT-HIT          PIC 9(2)      VALUE 0.
           05  RT-BLANK-HIT    PIC 9(2)      VALUE 0.
           05  WS-RT-CNT       PIC 9(2)      VALUE 0.
           05  WS-RT-MAX       PIC 9(2)      VALUE 20.
           05  CMP-SUB         PIC 9         VALUE 0.
           05  CMP-HIT         PIC 9         VALUE 0.
           05  WS-CMP-CNT      PIC 9         VALUE 0.
           05  WS-CMP-MAX      PIC 9         VALUE 9.
           05  REM-SUB         PIC 9(5)      VALUE 0.
           05  WS-REM-CNT      PIC 9(5)      VALUE 0.
           05  WS-REM-MAX      PIC 9(5)      VALUE 2000.
           05  WS-XREF-CNT     PIC 9(5)      VALUE 0.
           05  WS-XREF-MAX     PIC 9(5)      VALUE 2000.
           05  WS-PLAN-CNT     PIC 9(5)      VALUE 0.
           05  WS-PLAN-MAX     PIC 9(5)      VALUE 2000.

           COPY VSAMRC.

      **** THE CURRENT RATE CARD, ONE ROW PER CAMPUS ******************
       01  WS-RT-AREA.
           05  WS-RT-TBL OCCURS 20 TIMES.
             10  RT-CAMPUS       PIC X.
             10  RT-RATE         PIC 9(3)V99 OCCURS 3 TIMES.

      **** SCENARIOS - ENTRY 1 IS THE CURRENT-RATE BASELINE ***********
       01  WS-SCN-AREA.
           05  WS-SCN-TBL OCCURS 11 TIMES.
             10  SC-ID           PIC X(6).
             10  SC-DESC         PIC X(20).
             10  SC-REM-AMT      PIC 9(11)V99.
             10  SC-PLAN-AMT     PIC 9(11)V99.
             10  SC-INST-AMT     PIC 9(11)V99.
             10  SC-CAMP OCCURS 9 TIMES.
               15  SC-RATE       PIC 9(3)V99 OCCURS 3 TIMES.
               15  SC-REVENUE    PIC 9(11)V99 OCCURS 3 TIMES.

      **** SCENARIO RATE RECORDS AS READ ******************************
       01  WS-SRT-AREA.
           05  WS-SRT-TBL OCCURS 100 TIMES.
             10  SRT-SCN         PIC 9(2).
             10  SRT-CAMPUS      PIC X.
             10  SRT-RATE        PIC 9(3)V99 OCCURS 3 TIMES.

      **** CAMPUSES SEEN ON THE MASTER, WITH THEIR HEADCOUNT BY TIER **
       01  WS-CMP-AREA.
           05  WS-CMP-TBL OCCURS 9 TIMES.
             10  CMP-CODE        PIC X.
             10  CMP-STU-CNT     PIC 9(7) OCCURS 3 TIMES.
             10  CMP-CREDITS     PIC 9(9) OCCURS 3 TIMES.

      **** EMPLOYEE-ID TO SSN, FOR SEARCH ALL *************************
       01  WS-XREF-AREA VALUE HIGH-VALUES.
           05  WS-XREF-TBL OCCURS 2000 TIMES
                   ASCENDING KEY IS TBX-EMP-ID
                   INDEXED BY TBX-INDEX.
             10  TBX-EMP-ID      PIC X(7).
             10  TBX-SSN         PIC 9(9).

      **** SSNS OF ACTIVE, BENEFIT-ELIGIBLE STAFF STUDENTS - WHO THE
      **** REMISSION RUN WOULD WAIVE **********************************
       01  WS-REM-AREA.
           05  WS-REM-TBL OCCURS 2000 TIMES.
             10  RM-SSN          PIC 9(9).

      **** PAYMENT-PLAN STUDENTS AND THEIR INSTALLMENT COUNTS *********
       01  WS-PLAN-TABLE-AREA VALUE HIGH-VALUES.
           05  WS-PLAN-TABLE OCCURS 2000 TIMES
                   ASCENDING KEY IS TBLP-SSN
                   INDEXED BY TBLP-INDEX.
             10  TBLP-SSN         PIC 9(9).
             10  TBLP-TOTAL-INST  PIC 9(2).

       01 TIER-LABEL-TBL.
           05 FILLER          PIC X(13) VALUE 'IN-STATE     '.
           05 FILLER          PIC X(13) VALUE 'OUT-OF-STATE '.
           05 FILLER          PIC X(13) VALUE 'INTERNATIONAL'.
       01 TIER-LABEL-R REDEFINES TIER-LABEL-TBL.
           05 TIER-LABEL      PIC X(13) OCCURS 3 TIMES.

       01  HDG-LINE1.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'TUITION WHAT-IF RATE MODELING REPORT'.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   '  PROJECTION ONLY - NOTHING POSTED  '.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  SCN-HDG-LINE.
           05 FILLER          PIC X(10) VALUE 'SCENARIO: '.
           05 SH-ID           PIC X(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SH-DESC         PIC X(20).
           05 FILLER          PIC X(42) VALUE SPACES.

       01  RATE-LINE.
           05 FILLER          PIC X(9)  VALUE '  CAMPUS '.
           05 RL-CAMPUS       PIC X.
           05 FILLER          PIC X(10) VALUE ' CURRENT  '.
           05 RL-CUR-1        PIC ZZ9.99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 RL-CUR-2        PIC ZZ9.99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 RL-CUR-3        PIC ZZ9.99.
           05 FILLER          PIC X(12) VALUE '  PROPOSED  '.
           05 RL-NEW-1        PIC ZZ9.99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 RL-NEW-2        PIC ZZ9.99.
           05 FILLER          PIC X(1)  VALUE '/'.
           05 RL-NEW-3        PIC ZZ9.99.
           05 FILLER          PIC X(8)  VALUE SPACES.

       01  COL-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   '   TIER           STUDENTS CREDITS     B'.
           05 FILLER          PIC X(40) VALUE
                   'ASELINE      SCENARIO        CHANGE  PCT'.

       01  DETAIL-LINE.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CAMPUS       PIC X.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-LABEL        PIC X(13).
           05 DL-STU          PIC ZZ,ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CREDITS      PIC ZZZ,ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-BASE         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SCEN         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CHANGE       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PCT          PIC ZZ9.9-.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-RATE-RTN
               UNTIL RATE-EOF-SW = 'F'.
           PERFORM LOAD-SCENARIO-RTN THRU LOAD-SCENARIO-RTN-EXIT
               UNTIL SCN-EOF-SW = 'F'.
           PERFORM GET-REMISSION-RTN THRU GET-REMISSION-RTN-EXIT.
           PERFORM GET-PLAN-RTN.
           PERFORM MODEL-STUDENT-RTN THRU MODEL-STUDENT-RTN-EXIT
               UNTIL STU-EOF-SW = 'F'.
           PERFORM PRINT-SCENARIO-RTN
               VARYING SCN-SUB FROM 2 BY 1
               UNTIL SCN-SUB > WS-SCN-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           OPEN INPUT VSAM-INFILE.
           IF NOT VSAM-SUCCESSFUL
               DISPLAY 'SU41TWIF - STUDENT MASTER OPEN FAILED, '
                       'STATUS=' VSAM-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'Y' TO VSAM-OPEN-SW.
      * THE BASELINE IS THE RATE CARD BILLING WOULD USE - WITHOUT IT
      * THERE IS NOTHING TO COMPARE A PROPOSAL AGAINST.
           OPEN INPUT RATE-FILE.
           IF NOT RATE-FS-OK
               DISPLAY 'SU41TWIF - RATE-FILE OPEN FAILED, STATUS='
                       RATE-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           OPEN INPUT SCN-FILE.
           IF NOT SCN-FS-OK
               DISPLAY 'SU41TWIF - SCN-FILE OPEN FAILED, STATUS='
                       SCN-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41TWIF - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE 'BASE  '               TO SC-ID(1).
           MOVE 'CURRENT RATE CARD   ' TO SC-DESC(1).
           MOVE 0 TO SC-REM-AMT(1).
           MOVE 0 TO SC-PLAN-AMT(1).
           MOVE 0 TO SC-INST-AMT(1).
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ RATE-FILE
               AT END MOVE 'F' TO RATE-EOF-SW.
           READ SCN-FILE
               AT END MOVE 'F' TO SCN-EOF-SW.
           READ VSAM-INFILE
               AT END MOVE 'F' TO STU-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-RATE-RTN.
           IF WS-RT-CNT < WS-RT-MAX
               ADD 1 TO WS-RT-CNT
               MOVE TR-CAMPUS          TO RT-CAMPUS(WS-RT-CNT)
               MOVE TR-RATE-PER-CREDIT TO RT-RATE(WS-RT-CNT 1)
               MOVE TR-RATE-OUTST      TO RT-RATE(WS-RT-CNT 2)
               MOVE TR-RATE-INTL       TO RT-RATE(WS-RT-CNT 3)
           ELSE
               DISPLAY 'SU41TWIF - RATE TABLE FULL, CAMPUS '
                       TR-CAMPUS ' IGNORED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           READ RATE-FILE
               AT END MOVE 'F' TO RATE-EOF-SW.
       LOAD-RATE-RTN-EXIT. EXIT.

       LOAD-SCENARIO-RTN.
      * A NEW SCN-ID STARTS A NEW SCENARIO; THE RECORDS OF ONE
      * SCENARIO ARE KEPT TOGETHER ON THE FILE.  A RECORD THAT CANNOT
      * BE PRICED IS LEFT OUT WITH RC 4 RATHER THAN MODELED AT ZERO.
           IF SCN-ID = SPACES
                   OR SCN-RATE-PER-CREDIT NOT NUMERIC
                   OR SCN-RATE-OUTST NOT NUMERIC
                   OR SCN-RATE-INTL NOT NUMERIC
               DISPLAY 'SU41TWIF - SCENARIO RECORD REJECTED: '
                       SCN-ID ' CAMPUS ' SCN-CAMPUS
               ADD 1 TO WS-SCN-BAD-CNT
               MOVE 4 TO RETURN-CODE
               GO TO LOAD-SCENARIO-NEXT-RTN
           END-IF.
           IF SCN-ID NOT = WS-PREV-SCN-ID
               IF WS-SCN-CNT < WS-SCN-MAX
                   ADD 1 TO WS-SCN-CNT
                   MOVE SCN-ID   TO SC-ID(WS-SCN-CNT)
                   MOVE SCN-DESC TO SC-DESC(WS-SCN-CNT)
                   MOVE 0 TO SC-REM-AMT(WS-SCN-CNT)
                   MOVE 0 TO SC-PLAN-AMT(WS-SCN-CNT)
                   MOVE 0 TO SC-INST-AMT(WS-SCN-CNT)
                   MOVE SCN-ID   TO WS-PREV-SCN-ID
               ELSE
                   DISPLAY 'SU41TWIF - SCENARIO TABLE FULL, '
                           SCN-ID ' NOT MODELED'
                   ADD 1 TO WS-SCN-BAD-CNT
                   MOVE 4 TO RETURN-CODE
                   GO TO LOAD-SCENARIO-NEXT-RTN
               END-IF
           END-IF.
           IF WS-SRT-CNT < WS-SRT-MAX
               ADD 1 TO WS-SRT-CNT
               MOVE WS-SCN-CNT          TO SRT-SCN(WS-SRT-CNT)
               MOVE SCN-CAMPUS          TO SRT-CAMPUS(WS-SRT-CNT)
               MOVE SCN-RATE-PER-CREDIT TO SRT-RATE(WS-SRT-CNT 1)
               MOVE SCN-RATE-OUTST      TO SRT-RATE(WS-SRT-CNT 2)
               MOVE SCN-RATE-INTL       TO SRT-RATE(WS-SRT-CNT 3)
           ELSE
               DISPLAY 'SU41TWIF - SCENARIO RATE TABLE FULL, '
                       SCN-ID ' CAMPUS ' SCN-CAMPUS ' IGNORED'
               ADD 1 TO WS-SCN-BAD-CNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       LOAD-SCENARIO-NEXT-RTN.
           READ SCN-FILE
               AT END MOVE 'F' TO SCN-EOF-SW.
       LOAD-SCENARIO-RTN-EXIT. EXIT.

       GET-REMISSION-RTN.
      * WHO WOULD THE REMISSION RUN WAIVE?  ACTIVE, BENEFIT-ELIGIBLE
      * EMPLOYEES ON THE CROSS-REFERENCE, AT THE POLICY CARD'S
      * PERCENTAGE.  WITHOUT THE PAYROLL MASTER OR THE CROSS-
      * REFERENCE THE EXPOSURE CANNOT BE MEASURED - THE REVENUE
      * PROJECTION STILL RUNS, AND SAYS SO.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41TWIF - NO POLICY CARD, 100 PCT WAIVER'
           ELSE
               READ CTL-FILE
                   AT END
                       DISPLAY 'POLICY CARD EMPTY, 100 PCT WAIVER'
                       MOVE 'F' TO CTL-EOF-SW
               END-READ
               IF CTL-EOF-SW NOT = 'F' AND REM-PCT > 0
                   MOVE REM-PCT TO WS-REM-PCT
               END-IF
               CLOSE CTL-FILE
           END-IF.
           OPEN INPUT XREF-FILE.
           IF NOT XREF-FS-OK
               DISPLAY 'SU41TWIF - NO EMPLOYEE/STUDENT XREF, STATUS='
                       XREF-FS ' - NO REMISSION EXPOSURE'
               MOVE 'N' TO REM-AVAIL-SW
               MOVE 4 TO RETURN-CODE
               GO TO GET-REMISSION-RTN-EXIT
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41TWIF - NO PAYROLL MASTER, STATUS='
                       PAYROLL-FS ' - NO REMISSION EXPOSURE'
               CLOSE XREF-FILE
               MOVE 'N' TO REM-AVAIL-SW
               MOVE 4 TO RETURN-CODE
               GO TO GET-REMISSION-RTN-EXIT
           END-IF.
           READ XREF-FILE
               AT END MOVE 'F' TO XREF-EOF-SW.
           PERFORM LOAD-XREF-RTN
               UNTIL XREF-EOF-SW = 'F'.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
           PERFORM LOAD-REMISSION-RTN THRU LOAD-REMISSION-RTN-EXIT
               UNTIL EOF-SW-PR = 'F'.
           CLOSE XREF-FILE PAYROLL-FILE.
       GET-REMISSION-RTN-EXIT. EXIT.

       LOAD-XREF-RTN.
           IF WS-XREF-CNT < WS-XREF-MAX
               ADD 1 TO WS-XREF-CNT
               SET TBX-INDEX TO WS-XREF-CNT
               MOVE XR-EMPLOYEE-ID TO TBX-EMP-ID(TBX-INDEX)
               MOVE XR-SSN         TO TBX-SSN(TBX-INDEX)
           ELSE
               DISPLAY 'SU41TWIF ABEND - XREF TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ XREF-FILE
               AT END MOVE 'F' TO XREF-EOF-SW.
       LOAD-XREF-RTN-EXIT. EXIT.

       LOAD-REMISSION-RTN.
           IF NOT PR-STAT-ACTIVE OR NOT PR-BENEFIT-YES
               GO TO LOAD-REMISSION-NEXT-RTN
           END-IF.
           SEARCH ALL WS-XREF-TBL
               AT END
                   GO TO LOAD-REMISSION-NEXT-RTN
               WHEN TBX-EMP-ID(TBX-INDEX) = PR-EMPLOYEE-ID
                   CONTINUE
           END-SEARCH.
           IF WS-REM-CNT < WS-REM-MAX
               ADD 1 TO WS-REM-CNT
               MOVE TBX-SSN(TBX-INDEX) TO RM-SSN(WS-REM-CNT)
           ELSE
               DISPLAY 'SU41TWIF ABEND - REMISSION TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       LOAD-REMISSION-NEXT-RTN.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       LOAD-REMISSION-RTN-EXIT. EXIT.

       GET-PLAN-RTN.
      * A MISSING PLAN FILE MEANS NOBODY IS ON A PAYMENT PLAN - THE
      * BILLING RUN'S OWN CONVENTION.
           OPEN INPUT PLAN-FILE.
           IF NOT PLAN-FS-OK
               DISPLAY 'SU41TWIF - NO PLAN FILE, STATUS=' PLAN-FS
               DISPLAY 'NO PAYMENT-PLAN EXPOSURE MODELED'
           ELSE
               READ PLAN-FILE
                   AT END MOVE 'F' TO PLAN-EOF-SW
               END-READ
               PERFORM LOAD-PLAN-RTN
                   UNTIL PLAN-EOF-SW = 'F'
               CLOSE PLAN-FILE
           END-IF.
       GET-PLAN-RTN-EXIT. EXIT.

       LOAD-PLAN-RTN.
      * SEARCH ALL NEEDS ASCENDING SSN ORDER - THE BILLING RUN STOPS
      * ON A PLAN FILE OUT OF SEQUENCE, AND SO DOES THIS ONE, SINCE A
      * PLAN ROW THE SEARCH CANNOT SEE WOULD UNDERSTATE THE EXPOSURE.
           IF PLN-SSN NOT > WS-PREV-PLAN-SSN
               DISPLAY 'SU41TWIF ABEND - PLAN FILE NOT IN SSN '
                       'SEQUENCE AT ' PLN-SSN
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           IF WS-PLAN-CNT < WS-PLAN-MAX
               ADD 1 TO WS-PLAN-CNT
               SET TBLP-INDEX TO WS-PLAN-CNT
               MOVE PLN-SSN        TO TBLP-SSN(TBLP-INDEX)
               MOVE PLN-TOTAL-INST TO TBLP-TOTAL-INST(TBLP-INDEX)
               MOVE PLN-SSN        TO WS-PREV-PLAN-SSN
           ELSE
               DISPLAY 'SU41TWIF ABEND - PLAN TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ PLAN-FILE
               AT END MOVE 'F' TO PLAN-EOF-SW.
       LOAD-PLAN-RTN-EXIT. EXIT.

       MODEL-STUDENT-RTN.
      * THE SAME POPULATION THE BILLING RUN CHARGES: ACTIVE (OR
      * LEGACY BLANK) STATUS, BILLED ON THEIR OWN CAMPUS'S RATES,
      * BLANK CAMPUS MEANING MAIN AND BLANK RESIDENCY IN-STATE.
           ADD 1 TO WS-STU-READ-CNT.
           IF VR-ENROLL-STATUS NOT = 'A'
                   AND VR-ENROLL-STATUS NOT = SPACE
               ADD 1 TO WS-INACTIVE-CNT
               GO TO MODEL-STUDENT-NEXT-RTN
           END-IF.
           ADD 1 TO WS-BILLED-CNT.
           MOVE VR-CAMPUS TO WS-STU-CAMPUS.
           IF WS-STU-CAMPUS = SPACE
               MOVE 'M' TO WS-STU-CAMPUS
           END-IF.
           PERFORM NOTE-CAMPUS-RTN THRU NOTE-CAMPUS-RTN-EXIT.
           EVALUATE VR-RESIDENCY
               WHEN 'O'
                   MOVE 2 TO WS-TIER-SUB
               WHEN 'F'
                   MOVE 3 TO WS-TIER-SUB
               WHEN OTHER
                   MOVE 1 TO WS-TIER-SUB
           END-EVALUATE.
           MOVE 0 TO WS-CREDITS.
           IF VR-CREDITS NUMERIC
               MOVE VR-CREDITS TO WS-CREDITS
           END-IF.
           ADD 1          TO CMP-STU-CNT(CMP-HIT WS-TIER-SUB).
           ADD WS-CREDITS TO CMP-CREDITS(CMP-HIT WS-TIER-SUB).
           MOVE 'N' TO WS-REM-STU-SW.
           IF REM-AVAILABLE
               PERFORM MATCH-REMISSION-RTN
                   VARYING REM-SUB FROM 1 BY 1
                   UNTIL REM-SUB > WS-REM-CNT OR REM-STUDENT
           END-IF.
           IF REM-STUDENT
               ADD 1          TO WS-REM-STU-CNT
               ADD WS-CREDITS TO WS-REM-CREDITS
           END-IF.
           MOVE 'N' TO ON-PLAN-SW.
           IF WS-PLAN-CNT > 0
               SEARCH ALL WS-PLAN-TABLE
                   AT END
                       CONTINUE
                   WHEN TBLP-SSN(TBLP-INDEX) = VSAM-KEY
                       MOVE 'Y' TO ON-PLAN-SW
               END-SEARCH
           END-IF.
           IF ON-PLAN
               ADD 1          TO WS-PLAN-STU-CNT
               ADD WS-CREDITS TO WS-PLAN-CREDITS
           END-IF.
           PERFORM PRICE-SCENARIO-RTN
               VARYING SCN-SUB FROM 1 BY 1
               UNTIL SCN-SUB > WS-SCN-CNT.
       MODEL-STUDENT-NEXT-RTN.
           READ VSAM-INFILE
               AT END MOVE 'F' TO STU-EOF-SW.
       MODEL-STUDENT-RTN-EXIT. EXIT.

       MATCH-REMISSION-RTN.
           IF RM-SSN(REM-SUB) = VSAM-KEY
               MOVE 'Y' TO WS-REM-STU-SW
           END-IF.
       MATCH-REMISSION-RTN-EXIT. EXIT.

       PRICE-SCENARIO-RTN.
      * THE TERM'S TUITION UNDER ONE SCHEDULE, WITH THE WAIVER THE
      * REMISSION RUN WOULD GRANT AND THE INSTALLMENT THE BILLING RUN
      * WOULD CHARGE A PLAN STUDENT, BOTH ROUNDED AS THOSE RUNS ROUND.
           COMPUTE WS-TUITION =
               SC-RATE(SCN-SUB CMP-HIT WS-TIER-SUB) * WS-CREDITS.
           ADD WS-TUITION TO SC-REVENUE(SCN-SUB CMP-HIT WS-TIER-SUB).
           IF REM-STUDENT
               COMPUTE WS-WAIVER ROUNDED =
                   WS-TUITION * WS-REM-PCT / 100
               ADD WS-WAIVER TO SC-REM-AMT(SCN-SUB)
           END-IF.
           IF ON-PLAN
               ADD WS-TUITION TO SC-PLAN-AMT(SCN-SUB)
               IF TBLP-TOTAL-INST(TBLP-INDEX) > 0
                   DIVIDE WS-TUITION BY TBLP-TOTAL-INST(TBLP-INDEX)
                       GIVING WS-INSTALLMENT ROUNDED
               ELSE
                   MOVE WS-TUITION TO WS-INSTALLMENT
               END-IF
               ADD WS-INSTALLMENT TO SC-INST-AMT(SCN-SUB)
           END-IF.
       PRICE-SCENARIO-RTN-EXIT. EXIT.

       NOTE-CAMPUS-RTN.
      * A CAMPUS IS PRICED UNDER EVERY SCHEDULE THE FIRST TIME A
      * STUDENT OF IT IS SEEN.
           MOVE 0 TO CMP-HIT.
           PERFORM MATCH-CAMPUS-RTN
               VARYING CMP-SUB FROM 1 BY 1
               UNTIL CMP-SUB > WS-CMP-CNT OR CMP-HIT > 0.
           IF CMP-HIT > 0
               GO TO NOTE-CAMPUS-RTN-EXIT
           END-IF.
           IF WS-CMP-CNT NOT < WS-CMP-MAX
               DISPLAY 'SU41TWIF ABEND - CAMPUS TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-CMP-CNT.
           MOVE WS-CMP-CNT    TO CMP-HIT.
           MOVE WS-STU-CAMPUS TO CMP-CODE(CMP-HIT).
           MOVE 0 TO CMP-STU-CNT(CMP-HIT 1) CMP-STU-CNT(CMP-HIT 2)
                     CMP-STU-CNT(CMP-HIT 3).
           MOVE 0 TO CMP-CREDITS(CMP-HIT 1) CMP-CREDITS(CMP-HIT 2)
                     CMP-CREDITS(CMP-HIT 3).
           PERFORM SET-BASE-RATE-RTN.
           PERFORM SET-SCENARIO-RATE-RTN THRU SET-SCENARIO-RATE-RTN-EXIT
               VARYING SCN-SUB FROM 2 BY 1
               UNTIL SCN-SUB > WS-SCN-CNT.
       NOTE-CAMPUS-RTN-EXIT. EXIT.

       MATCH-CAMPUS-RTN.
           IF CMP-CODE(CMP-SUB) = WS-STU-CAMPUS
               MOVE CMP-SUB TO CMP-HIT
           END-IF.
       MATCH-CAMPUS-RTN-EXIT. EXIT.

       SET-BASE-RATE-RTN.
      * THE BILLING RUN'S RULE: THE CAMPUS'S OWN RATE CARD, ELSE THE
      * BLANK-CAMPUS CARD, ELSE THE STANDING DEFAULT; A TIER WITH NO
      * RATE OF ITS OWN BILLS AT THE IN-STATE RATE.
           MOVE 0 TO RT-HIT.
           MOVE 0 TO RT-BLANK-HIT.
           PERFORM MATCH-RATE-RTN
               VARYING RT-SUB FROM 1 BY 1
               UNTIL RT-SUB > WS-RT-CNT.
           IF RT-HIT = 0
               MOVE RT-BLANK-HIT TO RT-HIT
           END-IF.
           MOVE 0 TO SC-REVENUE(1 CMP-HIT 1) SC-REVENUE(1 CMP-HIT 2)
                     SC-REVENUE(1 CMP-HIT 3).
           IF RT-HIT = 0
               MOVE WS-DEFAULT-RATE TO SC-RATE(1 CMP-HIT 1)
               MOVE 0               TO SC-RATE(1 CMP-HIT 2)
               MOVE 0               TO SC-RATE(1 CMP-HIT 3)
           ELSE
               MOVE RT-RATE(RT-HIT 1) TO SC-RATE(1 CMP-HIT 1)
               MOVE RT-RATE(RT-HIT 2) TO SC-RATE(1 CMP-HIT 2)
               MOVE RT-RATE(RT-HIT 3) TO SC-RATE(1 CMP-HIT 3)
           END-IF.
           IF SC-RATE(1 CMP-HIT 1) = 0
               MOVE WS-DEFAULT-RATE TO SC-RATE(1 CMP-HIT 1)
           END-IF.
           IF SC-RATE(1 CMP-HIT 2) = 0
               MOVE SC-RATE(1 CMP-HIT 1) TO SC-RATE(1 CMP-HIT 2)
           END-IF.
           IF SC-RATE(1 CMP-HIT 3) = 0
               MOVE SC-RATE(1 CMP-HIT 1) TO SC-RATE(1 CMP-HIT 3)
           END-IF.
       SET-BASE-RATE-RTN-EXIT. EXIT.

       MATCH-RATE-RTN.
           IF RT-CAMPUS(RT-SUB) = WS-STU-CAMPUS AND RT-HIT = 0
               MOVE RT-SUB TO RT-HIT
           END-IF.
           IF RT-CAMPUS(RT-SUB) = SPACE AND RT-BLANK-HIT = 0
               MOVE RT-SUB TO RT-BLANK-HIT
           END-IF.
       MATCH-RATE-RTN-EXIT. EXIT.

       SET-SCENARIO-RATE-RTN.
      * THE SCENARIO'S RECORD FOR THE CAMPUS, ELSE ITS BLANK-CAMPUS
      * RECORD, ELSE THE CAMPUS STAYS AT ITS CURRENT RATES; A ZERO
      * TIER RATE ALSO STAYS AT THE CURRENT RATE.
           MOVE 0 TO SRT-HIT.
           MOVE 0 TO SRT-BLANK-HIT.
           PERFORM MATCH-SCENARIO-RATE-RTN
               VARYING SRT-SUB FROM 1 BY 1
               UNTIL SRT-SUB > WS-SRT-CNT.
           IF SRT-HIT = 0
               MOVE SRT-BLANK-HIT TO SRT-HIT
           END-IF.
           MOVE SC-RATE(1 CMP-HIT 1) TO SC-RATE(SCN-SUB CMP-HIT 1).
           MOVE SC-RATE(1 CMP-HIT 2) TO SC-RATE(SCN-SUB CMP-HIT 2).
           MOVE SC-RATE(1 CMP-HIT 3) TO SC-RATE(SCN-SUB CMP-HIT 3).
           MOVE 0 TO SC-REVENUE(SCN-SUB CMP-HIT 1)
                     SC-REVENUE(SCN-SUB CMP-HIT 2)
                     SC-REVENUE(SCN-SUB CMP-HIT 3).
           IF SRT-HIT = 0
               GO TO SET-SCENARIO-RATE-RTN-EXIT
           END-IF.
           IF SRT-RATE(SRT-HIT 1) > 0
               MOVE SRT-RATE(SRT-HIT 1) TO SC-RATE(SCN-SUB CMP-HIT 1)
           END-IF.
           IF SRT-RATE(SRT-HIT 2) > 0
               MOVE SRT-RATE(SRT-HIT 2) TO SC-RATE(SCN-SUB CMP-HIT 2)
           END-IF.
           IF SRT-RATE(SRT-HIT 3) > 0
               MOVE SRT-RATE(SRT-HIT 3) TO SC-RATE(SCN-SUB CMP-HIT 3)
           END-IF.
       SET-SCENARIO-RATE-RTN-EXIT. EXIT.

       MATCH-SCENARIO-RATE-RTN.
           IF SRT-SCN(SRT-SUB) = SCN-SUB
               IF SRT-CAMPUS(SRT-SUB) = WS-STU-CAMPUS AND SRT-HIT = 0
                   MOVE SRT-SUB TO SRT-HIT
               END-IF
               IF SRT-CAMPUS(SRT-SUB) = SPACE AND SRT-BLANK-HIT = 0
                   MOVE SRT-SUB TO SRT-BLANK-HIT
               END-IF
           END-IF.
       MATCH-SCENARIO-RATE-RTN-EXIT. EXIT.

       PRINT-SCENARIO-RTN.
      * ONE BLOCK PER SCENARIO: ITS RATES BESIDE THE CURRENT ONES,
      * REVENUE BY CAMPUS AND TIER AGAINST THE BASELINE, THEN THE
      * REMISSION AND PAYMENT-PLAN EXPOSURE UNDER IT.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE SC-ID(SCN-SUB)   TO SH-ID.
           MOVE SC-DESC(SCN-SUB) TO SH-DESC.
           MOVE SCN-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM PRINT-RATE-RTN
               VARYING CMP-SUB FROM 1 BY 1
               UNTIL CMP-SUB > WS-CMP-CNT.
           MOVE COL-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO WS-BASE-TOT.
           MOVE 0 TO WS-SCEN-TOT.
           MOVE 0 TO WS-CREDIT-TOT.
           PERFORM PRINT-CAMPUS-RTN
               VARYING CMP-SUB FROM 1 BY 1
               UNTIL CMP-SUB > WS-CMP-CNT.
           MOVE SPACES TO DL-CAMPUS.
           MOVE 'ALL CAMPUSES ' TO DL-LABEL.
           MOVE WS-BILLED-CNT TO DL-STU.
           MOVE WS-CREDIT-TOT TO DL-CREDITS.
           MOVE WS-BASE-TOT TO WS-BASE-AMT.
           MOVE WS-SCEN-TOT TO WS-SCEN-AMT.
           PERFORM WRITE-COMPARE-RTN.
           MOVE 'REMISSION    ' TO DL-LABEL.
           MOVE WS-REM-STU-CNT TO DL-STU.
           MOVE WS-REM-CREDITS TO DL-CREDITS.
           MOVE SC-REM-AMT(1)       TO WS-BASE-AMT.
           MOVE SC-REM-AMT(SCN-SUB) TO WS-SCEN-AMT.
           PERFORM WRITE-COMPARE-RTN.
           MOVE 'PLAN FINANCED' TO DL-LABEL.
           MOVE WS-PLAN-STU-CNT TO DL-STU.
           MOVE WS-PLAN-CREDITS TO DL-CREDITS.
           MOVE SC-PLAN-AMT(1)       TO WS-BASE-AMT.
           MOVE SC-PLAN-AMT(SCN-SUB) TO WS-SCEN-AMT.
           PERFORM WRITE-COMPARE-RTN.
           MOVE 'PER INSTALLMT' TO DL-LABEL.
           MOVE SC-INST-AMT(1)       TO WS-BASE-AMT.
           MOVE SC-INST-AMT(SCN-SUB) TO WS-SCEN-AMT.
           PERFORM WRITE-COMPARE-RTN.
       PRINT-SCENARIO-RTN-EXIT. EXIT.

       PRINT-RATE-RTN.
           MOVE CMP-CODE(CMP-SUB)           TO RL-CAMPUS.
           MOVE SC-RATE(1 CMP-SUB 1)        TO RL-CUR-1.
           MOVE SC-RATE(1 CMP-SUB 2)        TO RL-CUR-2.
           MOVE SC-RATE(1 CMP-SUB 3)        TO RL-CUR-3.
           MOVE SC-RATE(SCN-SUB CMP-SUB 1)  TO RL-NEW-1.
           MOVE SC-RATE(SCN-SUB CMP-SUB 2)  TO RL-NEW-2.
           MOVE SC-RATE(SCN-SUB CMP-SUB 3)  TO RL-NEW-3.
           MOVE RATE-LINE TO OUT-REC.
           WRITE OUT-REC.
       PRINT-RATE-RTN-EXIT. EXIT.

       PRINT-CAMPUS-RTN.
           PERFORM PRINT-TIER-RTN
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3.
       PRINT-CAMPUS-RTN-EXIT. EXIT.

       PRINT-TIER-RTN.
           MOVE CMP-CODE(CMP-SUB)              TO DL-CAMPUS.
           MOVE TIER-LABEL(WS-TIER-SUB)        TO DL-LABEL.
           MOVE CMP-STU-CNT(CMP-SUB WS-TIER-SUB) TO DL-STU.
           MOVE CMP-CREDITS(CMP-SUB WS-TIER-SUB) TO DL-CREDITS.
           ADD CMP-CREDITS(CMP-SUB WS-TIER-SUB) TO WS-CREDIT-TOT.
           ADD SC-REVENUE(1 CMP-SUB WS-TIER-SUB)       TO WS-BASE-TOT.
           ADD SC-REVENUE(SCN-SUB CMP-SUB WS-TIER-SUB) TO WS-SCEN-TOT.
           MOVE SC-REVENUE(1 CMP-SUB WS-TIER-SUB)       TO WS-BASE-AMT.
           MOVE SC-REVENUE(SCN-SUB CMP-SUB WS-TIER-SUB) TO WS-SCEN-AMT.
           PERFORM WRITE-COMPARE-RTN.
       PRINT-TIER-RTN-EXIT. EXIT.

       WRITE-COMPARE-RTN.
           MOVE WS-BASE-AMT TO DL-BASE.
           MOVE WS-SCEN-AMT TO DL-SCEN.
           COMPUTE WS-CHANGE = WS-SCEN-AMT - WS-BASE-AMT.
           MOVE WS-CHANGE TO DL-CHANGE.
           IF WS-BASE-AMT > 0
               COMPUTE WS-PCT-CHANGE ROUNDED =
                   WS-CHANGE * 100 / WS-BASE-AMT
                   ON SIZE ERROR MOVE 999.9 TO WS-PCT-CHANGE
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PCT-CHANGE
           END-IF.
           MOVE WS-PCT-CHANGE TO DL-PCT.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-COMPARE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STUDENT MASTER RECORDS READ             ' TO CTL-LABEL.
           MOVE WS-STU-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  ACTIVE - MODELED                      ' TO CTL-LABEL.
           MOVE WS-BILLED-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  NOT ACTIVE - NOT BILLED               ' TO CTL-LABEL.
           MOVE WS-INACTIVE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'SCENARIOS MODELED                       ' TO CTL-LABEL.
           COMPUTE CTL-COUNT = WS-SCN-CNT - 1.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'SCENARIO RECORDS REJECTED               ' TO CTL-LABEL.
           MOVE WS-SCN-BAD-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'REMISSION-ELIGIBLE EMPLOYEES            ' TO CTL-LABEL.
           MOVE WS-REM-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'PAYMENT-PLAN ENROLLMENTS                ' TO CTL-LABEL.
           MOVE WS-PLAN-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           IF WS-SCN-CNT < 2
               DISPLAY 'SU41TWIF - NO USABLE SCENARIO ON THE FILE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           IF VSAM-OPEN-SW = 'Y'
               CLOSE VSAM-INFILE
           END-IF.
           CLOSE RATE-FILE SCN-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
