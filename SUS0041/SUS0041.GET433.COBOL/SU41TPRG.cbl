       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41TPRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT GARN-FILE     ASSIGN TO GNFILE
                     FILE STATUS IS GARN-FS.
            SELECT YTD-FILE      ASSIGN TO YTFILE
                     FILE STATUS IS YTD-FS.
            SELECT YTDO-FILE     ASSIGN TO YTOFILE
                     FILE STATUS IS YTDO-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT NEW-FILE      ASSIGN TO NPFILE
                     FILE STATUS IS NEW-FS.
            SELECT BAL-FILE      ASSIGN TO LBFILE
                     FILE STATUS IS BAL-FS.
            SELECT BALO-FILE     ASSIGN TO LBOFILE
                     FILE STATUS IS BALO-FS.
            SELECT ARCH-FILE     ASSIGN TO ARFILE
                     FILE STATUS IS ARCH-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY POSHSLSQ.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
           COPY PRGCTL.

      **** GARNISHMENT ORDERS - AN EMPLOYEE WITH ANY ORDER STILL
      **** ACTIVE STAYS ON THE MASTER WHATEVER THE TERMINATION DATE ***
       FD  GARN-FILE.
           COPY GARNREC.

      **** YTD ACCUMULATORS - READ ONCE FOR THE W-2 TEST, THEN AGAIN
      **** TO SPLIT INTO KEPT (YTDO, WHICH REPLACES THE INPUT) AND
      **** ARCHIVED ************************************************
       FD  YTD-FILE.
           COPY YTDREC.

       FD  YTDO-FILE.
       01  YTDO-REC           PIC X(160).

      **** CURRENT PAYROLL MASTER, IN EMPLOYEE-ID ORDER ****************
       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** PURGED MASTER - NEW-FILE REPLACES PAYMAST AFTER THE RUN,
      **** THE SAME CONVENTION THE MERIT APPLY FOLLOWS *****************
       FD  NEW-FILE.
       01  NEW-REC            PIC X(360).

      **** LEAVE BALANCES IN THE ACCRUAL RUN'S (SU41PGM80) LAYOUT -
      **** KEPT BALANCES GO TO BALO, WHICH REPLACES THE INPUT *********
       FD  BAL-FILE.
       01  BAL-REC.
           05  LVB-EMP-ID     PIC X(7).
           05  LVB-VAC-BAL    PIC S9(4)V99.
           05  LVB-SICK-BAL   PIC S9(4)V99.
           05  FILLER         PIC X(61).

       FD  BALO-FILE.
       01  BALO-REC           PIC X(80).

      **** THIS RUN'S GENERATION OF THE PAYROLL ARCHIVE ***************
       FD  ARCH-FILE.
           COPY PAYARCH.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** PERMANENT POSITION HISTORY - A PURGED EMPLOYEE'S JOB
      **** HISTORY IS ARCHIVED AND DELETED FROM THE CLUSTER ***********
       FD  POSH-FILE.
       01  POSH-RECORD.
           COPY POSHREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * TERMINATED-EMPLOYEE RETENTION *
      *                                * PURGE.  AN EMPLOYEE WHO WAS   *
      *                                * TERMINATED, RETIRED OR        *
      *                                * DISCHARGED LONGER AGO THAN    *
      *                                * THE CONTROL CARD'S RETENTION  *
      *                                * PERIOD COMES OFF THE PAYROLL  *
      *                                * MASTER, AND THEIR YTD,        *
      *                                * POSITION-HISTORY AND LEAVE-   *
      *                                * BALANCE RECORDS WITH THEM,    *
      *                                * INTO A NEW GENERATION OF THE  *
      *                                * PAYROLL ARCHIVE.  ANYONE WITH *
      *                                * AN ACTIVE GARNISHMENT OR      *
      *                                * WAGES IN A YEAR WHOSE W-2 HAS *
      *                                * NOT GONE OUT IS KEPT AND      *
      *                                * LISTED.  SU41TRST PUTS AN     *
      *                                * ARCHIVED EMPLOYEE BACK.       *
      *                                *********************************
       01  WS-WORK-AREA.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  GARN-EOF-SW     PIC X         VALUE SPACES.
           05  YTD-EOF-SW      PIC X         VALUE SPACES.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  BAL-EOF-SW      PIC X         VALUE SPACES.
           05  PH-EOF-SW       PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE-R   REDEFINES WS-RUN-DATE-8.
               10  WS-RUN-YYYY PIC 9(4).
               10  WS-RUN-MM   PIC 9(2).
               10  WS-RUN-DD   PIC 9(2).
           05  WS-CUTOFF-8     PIC 9(8)      VALUE 0.
           05  WS-CUTOFF-R     REDEFINES WS-CUTOFF-8.
               10  WS-CUT-YYYY PIC 9(4).
               10  WS-CUT-MM   PIC 9(2).
               10  WS-CUT-DD   PIC 9(2).
           05  WS-MONTHS       PIC 9(6)      VALUE 0.
           05  WS-RETAIN-MONTHS PIC 9(3)     VALUE 0.
           05  WS-W2-YEAR      PIC 9(4)      VALUE 0.
           05  WS-DECISION     PIC X(1)      VALUE SPACE.
               88  DEC-KEEP                  VALUE 'K'.
               88  DEC-PURGE                 VALUE 'P'.
               88  DEC-HOLD-GARN             VALUE 'G'.
               88  DEC-HOLD-W2               VALUE 'W'.
               88  DEC-HOLD-NODATE           VALUE 'N'.
           05  WS-NOTE         PIC X(30)     VALUE SPACES.
           05  WS-LOOKUP-ID    PIC X(7)      VALUE SPACES.
           05  HK-SUB          PIC 9(5)      VALUE 0.
           05  WS-HK-CNT       PIC 9(5)      VALUE 0.
           05  WS-HK-MAX       PIC 9(5)      VALUE 3000.
           05  HK-FOUND-SW     PIC X         VALUE 'N'.
               88  HK-FOUND                  VALUE 'Y'.
           05  WS-HK-REASON    PIC X(1)      VALUE SPACE.
           05  WS-PG-CNT       PIC 9(5)      VALUE 0.
           05  WS-PG-MAX       PIC 9(5)      VALUE 5000.
           05  PG-FOUND-SW     PIC X         VALUE 'N'.
               88  PG-FOUND                  VALUE 'Y'.
           05  WS-MASTER-READ  PIC 9(7)      VALUE 0.
           05  WS-MASTER-KEPT  PIC 9(7)      VALUE 0.
           05  WS-PURGED-CNT   PIC 9(7)      VALUE 0.
           05  WS-GARN-CNT     PIC 9(7)      VALUE 0.
           05  WS-W2-CNT       PIC 9(7)      VALUE 0.
           05  WS-NODATE-CNT   PIC 9(7)      VALUE 0.
           05  WS-YTD-KEPT     PIC 9(7)      VALUE 0.
           05  WS-YTD-ARCH     PIC 9(7)      VALUE 0.
           05  WS-BAL-KEPT     PIC 9(7)      VALUE 0.
           05  WS-BAL-ARCH     PIC 9(7)      VALUE 0.
           05  WS-PH-READ      PIC 9(7)      VALUE 0.
           05  WS-PH-ARCH      PIC 9(7)      VALUE 0.
           05  WS-ARCH-CNT     PIC 9(7)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  GARN-FS         PIC XX        VALUE '00'.
               88  GARN-FS-OK                VALUE '00' '10'.
           05  YTD-FS          PIC XX        VALUE '00'.
               88  YTD-FS-OK                 VALUE '00'.
           05  YTDO-FS         PIC XX        VALUE '00'.
               88  YTDO-FS-OK                VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  NEW-FS          PIC XX        VALUE '00'.
               88  NEW-FS-OK                 VALUE '00'.
           05  BAL-FS          PIC XX        VALUE '00'.
               88  BAL-FS-OK                 VALUE '00'.
           05  BALO-FS         PIC XX        VALUE '00'.
               88  BALO-FS-OK                VALUE '00'.
           05  ARCH-FS         PIC XX        VALUE '00'.
               88  ARCH-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  PH-RC           PIC XX        VALUE '00'.
               88  PH-OK                     VALUE '00'.

      **** EMPLOYEES WHO MUST STAY WHATEVER THEIR TERMINATION DATE -
      **** 'G' AN ACTIVE GARNISHMENT, 'W' WAGES IN A YEAR WHOSE W-2
      **** HAS NOT BEEN ISSUED.  THE GARNISHMENT REASON IS LOADED
      **** FIRST AND WINS. *******************************************
       01  WS-HK-AREA.
           05  WS-HK-TBL OCCURS 3000 TIMES.
             10  HK-EMP-ID       PIC X(7).
             10  HK-REASON       PIC X(1).

      **** EMPLOYEES PURGED THIS RUN, IN MASTER (EMPLOYEE-ID) ORDER -
      **** THE YTD, LEAVE AND HISTORY PASSES PROBE IT WITH SEARCH ALL **
       01  WS-PG-AREA VALUE HIGH-VALUES.
           05  WS-PG-TBL OCCURS 5000 TIMES
                   ASCENDING KEY IS PG-EMP-ID
                   INDEXED BY PG-INDEX.
             10  PG-EMP-ID       PIC X(7).

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'PAYROLL RETENTION PURGE                 '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(23) VALUE
                   '  TERMINATED BEFORE    '.
           05 HL-CUTOFF       PIC 9(8).
           05 FILLER          PIC X(17) VALUE
                   '  W-2 ISSUED THRU'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HL-W2-YEAR      PIC 9(4).
           05 FILLER          PIC X(10) VALUE SPACES.

       01  DTL-HDG.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  NAME               ST TERM DATE '.
           05 FILLER          PIC X(40) VALUE
                   ' DISPOSITION                            '.

       01  DTL-LINE.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(18).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-STATUS       PIC X(1).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-TERM-DT      PIC 9(8).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-NOTE         PIC X(30).
           05 FILLER          PIC X(9)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM READ-CTL-RTN THRU READ-CTL-RTN-EXIT.
           PERFORM HDG-ROUTINE.
           PERFORM LOAD-GARN-RTN
               UNTIL GARN-EOF-SW = 'F'.
           PERFORM LOAD-W2-RTN
               UNTIL YTD-EOF-SW = 'F'.
           PERFORM READ-INPUT
               UNTIL EOF-SW-PR = 'F'.
           PERFORM SPLIT-YTD-RTN THRU SPLIT-YTD-RTN-EXIT.
           PERFORM SPLIT-BAL-RTN
               UNTIL BAL-EOF-SW = 'F'.
           PERFORM PURGE-HISTORY-RTN THRU PURGE-HISTORY-RTN-EXIT
               UNTIL PH-EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * NO DEFAULTS - THE RETENTION PERIOD AND THE LAST W-2 YEAR ARE
      * BOTH POLICY, AND A WRONG GUESS ARCHIVES LIVE RECORDS.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41TPRG - CTL-FILE OPEN FAILED, STATUS='
                       CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT GARN-FILE.
           IF NOT GARN-FS-OK
               DISPLAY 'NO GARNISHMENT FILE'
               MOVE 'F' TO GARN-EOF-SW
           ELSE
               READ GARN-FILE
                   AT END MOVE 'F' TO GARN-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT YTD-FILE.
           IF NOT YTD-FS-OK
               DISPLAY 'SU41TPRG - YTD-FILE OPEN FAILED, STATUS='
                       YTD-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41TPRG - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
           OPEN OUTPUT NEW-FILE.
           IF NOT NEW-FS-OK
               DISPLAY 'SU41TPRG - NEW-FILE OPEN FAILED, STATUS='
                       NEW-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT YTDO-FILE.
           IF NOT YTDO-FS-OK
               DISPLAY 'SU41TPRG - YTDO-FILE OPEN FAILED, STATUS='
                       YTDO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT BAL-FILE.
           IF NOT BAL-FS-OK
               DISPLAY 'SU41TPRG - BAL-FILE OPEN FAILED, STATUS='
                       BAL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ BAL-FILE
               AT END MOVE 'F' TO BAL-EOF-SW.
           OPEN OUTPUT BALO-FILE.
           IF NOT BALO-FS-OK
               DISPLAY 'SU41TPRG - BALO-FILE OPEN FAILED, STATUS='
                       BALO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O POSH-FILE.
           IF NOT PH-OK
               DISPLAY 'SU41TPRG - POSH-FILE OPEN FAILED, STATUS='
                       PH-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ARCH-FILE.
           IF NOT ARCH-FS-OK
               DISPLAY 'SU41TPRG - ARCH-FILE OPEN FAILED, STATUS='
                       ARCH-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41TPRG - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
       OPEN-FILES-RTN-EXIT. EXIT.

       READ-CTL-RTN.
           READ CTL-FILE
               AT END MOVE 'F' TO CTL-EOF-SW.
           IF CTL-EOF-SW = 'F'
               DISPLAY 'SU41TPRG ABEND - RETENTION CARD MISSING'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           IF PRG-RETAIN-MONTHS NOT NUMERIC
                   OR PRG-RETAIN-MONTHS = 0
                   OR PRG-W2-ISSUED-YEAR NOT NUMERIC
                   OR PRG-W2-ISSUED-YEAR = 0
               DISPLAY 'SU41TPRG ABEND - RETENTION CONTROL CARD '
                       'INVALID: ' PRG-CONTROL-RECORD(1:7)
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE PRG-RETAIN-MONTHS  TO WS-RETAIN-MONTHS.
           MOVE PRG-W2-ISSUED-YEAR TO WS-W2-YEAR.
      * THE CUTOFF IS THE RUN DATE BACKED UP BY WHOLE MONTHS - A
      * TERMINATION BEFORE IT HAS BEEN OFF THE BOOKS LONGER THAN THE
      * RETENTION PERIOD.
           COMPUTE WS-MONTHS = WS-RUN-YYYY * 12 + WS-RUN-MM - 1
                             - WS-RETAIN-MONTHS.
           DIVIDE WS-MONTHS BY 12 GIVING WS-CUT-YYYY
               REMAINDER WS-CUT-MM.
           ADD 1 TO WS-CUT-MM.
           MOVE WS-RUN-DD TO WS-CUT-DD.
       READ-CTL-RTN-EXIT. EXIT.

       LOAD-GARN-RTN.
           IF GA-ACTIVE
               MOVE 'G'       TO WS-HK-REASON
               PERFORM ADD-HOLD-RTN THRU ADD-HOLD-RTN-EXIT
           END-IF.
           READ GARN-FILE
               AT END MOVE 'F' TO GARN-EOF-SW.

       LOAD-W2-RTN.
      * YTD FOR A YEAR AFTER THE LAST ONE ISSUED IS A W-2 STILL OWED.
           IF YTD-YEAR > WS-W2-YEAR AND YTD-GROSS > 0
               MOVE 'W' TO WS-HK-REASON
               PERFORM ADD-HOLD-RTN THRU ADD-HOLD-RTN-EXIT
           END-IF.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.

       ADD-HOLD-RTN.
           IF WS-HK-REASON = 'G'
               MOVE GA-EMP-ID  TO WS-LOOKUP-ID
           ELSE
               MOVE YTD-EMP-ID TO WS-LOOKUP-ID
           END-IF.
           PERFORM FIND-HOLD-RTN THRU FIND-HOLD-RTN-EXIT.
           IF HK-FOUND
               GO TO ADD-HOLD-RTN-EXIT
           END-IF.
           IF WS-HK-CNT NOT < WS-HK-MAX
               DISPLAY 'SU41TPRG ABEND - HOLD TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-HK-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-HK-CNT.
           MOVE WS-LOOKUP-ID  TO HK-EMP-ID(WS-HK-CNT).
           MOVE WS-HK-REASON  TO HK-REASON(WS-HK-CNT).
       ADD-HOLD-RTN-EXIT. EXIT.

       FIND-HOLD-RTN.
      *                                *********************************
      *                                * LINEAR LOOKUP OF THE HOLD     *
      *                                * TABLE FOR WS-LOOKUP-ID.       *
      *                                *********************************
           MOVE 'N' TO HK-FOUND-SW.
           MOVE 1 TO HK-SUB.
           PERFORM SEARCH-HOLD-RTN
               UNTIL HK-SUB > WS-HK-CNT OR HK-FOUND.
       FIND-HOLD-RTN-EXIT. EXIT.

       SEARCH-HOLD-RTN.
           IF HK-EMP-ID(HK-SUB) = WS-LOOKUP-ID
               SET HK-FOUND TO TRUE
           ELSE
               ADD 1 TO HK-SUB
           END-IF.

       READ-INPUT.
           ADD 1 TO WS-MASTER-READ.
           PERFORM DECIDE-RTN THRU DECIDE-RTN-EXIT.
           IF DEC-PURGE
               PERFORM ARCHIVE-MASTER-RTN
           ELSE
               MOVE PAYROLL-RECORD TO NEW-REC
               WRITE NEW-REC
               ADD 1 TO WS-MASTER-KEPT
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.

       DECIDE-RTN.
      *                                *********************************
      *                                * ACTIVE STAFF AND ANYONE       *
      *                                * INSIDE THE RETENTION PERIOD   *
      *                                * STAY SILENTLY; A PAST-        *
      *                                * RETENTION EMPLOYEE WHO MUST   *
      *                                * STILL STAY IS LISTED WITH THE *
      *                                * REASON.                       *
      *                                *********************************
           SET DEC-KEEP TO TRUE.
           IF NOT PR-STAT-TERMINATED AND NOT PR-STAT-RETIRED
                   AND NOT PR-STAT-DISCHARGED
               GO TO DECIDE-RTN-EXIT
           END-IF.
           IF PR-TERM-DT NOT NUMERIC OR PR-TERM-DT = 0
               SET DEC-HOLD-NODATE TO TRUE
               ADD 1 TO WS-NODATE-CNT
               MOVE 'KEPT - NO TERMINATION DATE' TO WS-NOTE
               PERFORM DETAIL-LINE-RTN
               GO TO DECIDE-RTN-EXIT
           END-IF.
           IF PR-TERM-DT NOT < WS-CUTOFF-8
               GO TO DECIDE-RTN-EXIT
           END-IF.
           MOVE PR-EMPLOYEE-ID TO WS-LOOKUP-ID.
           PERFORM FIND-HOLD-RTN THRU FIND-HOLD-RTN-EXIT.
           IF HK-FOUND
               IF HK-REASON(HK-SUB) = 'G'
                   SET DEC-HOLD-GARN TO TRUE
                   ADD 1 TO WS-GARN-CNT
                   MOVE 'KEPT - ACTIVE GARNISHMENT' TO WS-NOTE
               ELSE
                   SET DEC-HOLD-W2 TO TRUE
                   ADD 1 TO WS-W2-CNT
                   MOVE 'KEPT - W-2 NOT YET ISSUED' TO WS-NOTE
               END-IF
               PERFORM DETAIL-LINE-RTN
               GO TO DECIDE-RTN-EXIT
           END-IF.
           SET DEC-PURGE TO TRUE.
           MOVE 'ARCHIVED' TO WS-NOTE.
           PERFORM DETAIL-LINE-RTN.
       DECIDE-RTN-EXIT. EXIT.

       ARCHIVE-MASTER-RTN.
           IF WS-PG-CNT NOT < WS-PG-MAX
               DISPLAY 'SU41TPRG ABEND - PURGE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-PG-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-PG-CNT.
           MOVE PR-EMPLOYEE-ID TO PG-EMP-ID(WS-PG-CNT).
           ADD 1 TO WS-PURGED-CNT.
           MOVE SPACES         TO PAYROLL-ARCHIVE-RECORD.
           MOVE PR-EMPLOYEE-ID TO ARC-EMP-ID.
           SET ARC-MASTER      TO TRUE.
           MOVE PAYROLL-RECORD TO ARC-DATA.
           PERFORM WRITE-ARCH-RTN.

       SPLIT-YTD-RTN.
      * SECOND PASS OVER THE YTD FILE, NOW THAT THE PURGE LIST IS
      * KNOWN.
           CLOSE YTD-FILE.
           MOVE SPACES TO YTD-EOF-SW.
           OPEN INPUT YTD-FILE.
           IF NOT YTD-FS-OK
               DISPLAY 'SU41TPRG ABEND - YTD-FILE REOPEN FAILED, '
                       'STATUS=' YTD-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
           PERFORM SPLIT-YTD-REC-RTN
               UNTIL YTD-EOF-SW = 'F'.
       SPLIT-YTD-RTN-EXIT. EXIT.

       SPLIT-YTD-REC-RTN.
           MOVE YTD-EMP-ID TO WS-LOOKUP-ID.
           PERFORM FIND-PURGED-RTN.
           IF PG-FOUND
               MOVE SPACES         TO PAYROLL-ARCHIVE-RECORD
               MOVE YTD-EMP-ID     TO ARC-EMP-ID
               SET ARC-YTD         TO TRUE
               MOVE YTD-RECORD     TO ARC-DATA
               PERFORM WRITE-ARCH-RTN
               ADD 1 TO WS-YTD-ARCH
           ELSE
               MOVE YTD-RECORD TO YTDO-REC
               WRITE YTDO-REC
               ADD 1 TO WS-YTD-KEPT
           END-IF.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.

       SPLIT-BAL-RTN.
           MOVE LVB-EMP-ID TO WS-LOOKUP-ID.
           PERFORM FIND-PURGED-RTN.
           IF PG-FOUND
               MOVE SPACES         TO PAYROLL-ARCHIVE-RECORD
               MOVE LVB-EMP-ID     TO ARC-EMP-ID
               SET ARC-LEAVE       TO TRUE
               MOVE BAL-REC        TO ARC-DATA
               PERFORM WRITE-ARCH-RTN
               ADD 1 TO WS-BAL-ARCH
           ELSE
               MOVE BAL-REC TO BALO-REC
               WRITE BALO-REC
               ADD 1 TO WS-BAL-KEPT
           END-IF.
           READ BAL-FILE
               AT END MOVE 'F' TO BAL-EOF-SW.

       PURGE-HISTORY-RTN.
      * EACH HISTORY RECORD IS ON THE ARCHIVE BEFORE IT IS DELETED.
           READ POSH-FILE NEXT RECORD
               AT END
                   MOVE 'F' TO PH-EOF-SW
                   GO TO PURGE-HISTORY-RTN-EXIT
           END-READ.
           IF NOT PH-OK
               DISPLAY 'SU41TPRG ABEND - POSH-FILE READ FAILED, '
                       'STATUS=' PH-RC
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-PH-READ.
           MOVE PH-EMP-ID TO WS-LOOKUP-ID.
           PERFORM FIND-PURGED-RTN.
           IF NOT PG-FOUND
               GO TO PURGE-HISTORY-RTN-EXIT
           END-IF.
           MOVE SPACES         TO PAYROLL-ARCHIVE-RECORD.
           MOVE PH-EMP-ID      TO ARC-EMP-ID.
           SET ARC-HISTORY     TO TRUE.
           MOVE POSH-RECORD    TO ARC-DATA.
           PERFORM WRITE-ARCH-RTN.
           DELETE POSH-FILE RECORD.
           IF NOT PH-OK
               DISPLAY 'SU41TPRG ABEND - POSH-FILE DELETE FAILED, '
                       'STATUS=' PH-RC ' KEY=' PH-KEY
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-PH-ARCH.
       PURGE-HISTORY-RTN-EXIT. EXIT.

       FIND-PURGED-RTN.
           MOVE 'N' TO PG-FOUND-SW.
           IF WS-PG-CNT > 0
               SEARCH ALL WS-PG-TBL
                   AT END MOVE 'N' TO PG-FOUND-SW
                   WHEN PG-EMP-ID(PG-INDEX) = WS-LOOKUP-ID
                       MOVE 'Y' TO PG-FOUND-SW
               END-SEARCH
           END-IF.

       WRITE-ARCH-RTN.
           MOVE WS-RUN-DATE-8 TO ARC-PURGE-DATE.
           WRITE PAYROLL-ARCHIVE-RECORD.
           IF NOT ARCH-FS-OK
               DISPLAY 'SU41TPRG ABEND - ARCH-FILE WRITE FAILED, '
                       'STATUS=' ARCH-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-ARCH-CNT.

       DETAIL-LINE-RTN.
           MOVE PR-EMPLOYEE-ID TO DL-EMP-ID.
           MOVE PR-LAST-NAME   TO DL-NAME.
           MOVE PR-PAY1-STATUS TO DL-STATUS.
           MOVE PR-TERM-DT     TO DL-TERM-DT.
           MOVE WS-NOTE        TO DL-NOTE.
           MOVE DTL-LINE TO OUT-REC.
           WRITE OUT-REC.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE WS-CUTOFF-8   TO HL-CUTOFF.
           MOVE WS-W2-YEAR    TO HL-W2-YEAR.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE DTL-HDG TO OUT-REC.
           WRITE OUT-REC.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'MASTER RECORDS READ                     '
               TO CTL-LABEL.
           MOVE WS-MASTER-READ TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'MASTER RECORDS KEPT                     '
               TO CTL-LABEL.
           MOVE WS-MASTER-KEPT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EMPLOYEES ARCHIVED                      '
               TO CTL-LABEL.
           MOVE WS-PURGED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  KEPT - ACTIVE GARNISHMENT             '
               TO CTL-LABEL.
           MOVE WS-GARN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  KEPT - W-2 NOT YET ISSUED             '
               TO CTL-LABEL.
           MOVE WS-W2-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  KEPT - NO TERMINATION DATE            '
               TO CTL-LABEL.
           MOVE WS-NODATE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'YTD RECORDS KEPT                        '
               TO CTL-LABEL.
           MOVE WS-YTD-KEPT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'YTD RECORDS ARCHIVED                    '
               TO CTL-LABEL.
           MOVE WS-YTD-ARCH TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'POSITION HISTORY RECORDS READ           '
               TO CTL-LABEL.
           MOVE WS-PH-READ TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'POSITION HISTORY RECORDS ARCHIVED       '
               TO CTL-LABEL.
           MOVE WS-PH-ARCH TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LEAVE BALANCE RECORDS KEPT              '
               TO CTL-LABEL.
           MOVE WS-BAL-KEPT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LEAVE BALANCE RECORDS ARCHIVED          '
               TO CTL-LABEL.
           MOVE WS-BAL-ARCH TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ARCHIVE RECORDS WRITTEN                 '
               TO CTL-LABEL.
           MOVE WS-ARCH-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.

       CLOSE-FILES-RTN.
           CLOSE CTL-FILE YTD-FILE YTDO-FILE PAYROLL-FILE NEW-FILE
                 BAL-FILE BALO-FILE POSH-FILE ARCH-FILE OUT-FILE.
           IF GARN-FS-OK
               CLOSE GARN-FILE
           END-IF.
