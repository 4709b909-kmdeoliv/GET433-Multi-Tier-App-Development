       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41CTRR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRAN-FILE
              ASSIGN TO TRANCTL
                ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS TRN-CODE
                      FILE STATUS IS TRAN-FS.
            SELECT LEDGER-FILE
              ASSIGN TO LDGFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS LDG-KEY
                      FILE STATUS IS LEDGER-FS.
            SELECT ACCT-FILE
              ASSIGN TO VSAMFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                    RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS ACCT-RC.
            SELECT LINK-FILE
              ASSIGN TO CUSTLINK
                ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS CLK-KEY
                      FILE STATUS IS LINK-FS.
            SELECT CUST-FILE
              ASSIGN TO CUSTMAST
                ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                    RECORD KEY IS CUST-NUMBER
                      FILE STATUS IS CUST-FS.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT CTR-FILE  ASSIGN TO CTRFILE
                     FILE STATUS IS CTR-FS.
            SELECT RVW-FILE  ASSIGN TO RVWFILE
                     FILE STATUS IS RVW-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       01  TRN-RECORD.
           COPY TRANCTL.

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LDG-KEY.
               10  LK-ACCT-NUMBER      PIC X(08).
               10  LK-DATE             PIC 9(08).
               10  LK-TIME             PIC 9(06).
           05  LDG-SOURCE              PIC X(08).
           05  LDG-USERID              PIC X(08).
           05  LDG-BEFORE-BALANCE      PIC S9(9)V99.
           05  LDG-AFTER-BALANCE       PIC S9(9)V99.
           05  LDG-XREF-ACCT           PIC X(08).
           05  FILLER                  PIC X(12).

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.

       FD  LINK-FILE.
       01  LINK-RECORD.
           COPY CUSTLINK.

       FD  CUST-FILE.
       01  CUST-RECORD.
           COPY CUSTREC.

       FD  CTL-FILE.
           COPY CTRCTL.

      **** CURRENCY TRANSACTION REPORT FILING EXTRACT *****************
       FD  CTR-FILE.
       01  CTR-RECORD.
           COPY CTRREC.

      **** COMPLIANCE REVIEW QUEUE - STRUCTURING SUSPECTS WITH THEIR
      **** SUPPORTING LEDGER LINES ************************************
       FD  RVW-FILE.
       01  RVW-RECORD.
           COPY CRVREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * DAILY LARGE-CASH AND          *
      *                                * STRUCTURING REVIEW.  CASH     *
      *                                * POSTINGS ON ACCTLDG - THE     *
      *                                * TRANCTL CODES MARKED CASH -   *
      *                                * ARE ROLLED UP TO THE CUSTOMER *
      *                                * ACROSS LINKED ACCOUNTS, A     *
      *                                * CURRENCY TRANSACTION REPORT   *
      *                                * RECORD IS WRITTEN FOR A DAY   *
      *                                * OVER THE THRESHOLD, AND A     *
      *                                * HOLDER DEPOSITING JUST UNDER  *
      *                                * IT DAY AFTER DAY GOES ON THE  *
      *                                * COMPLIANCE REVIEW QUEUE WITH  *
      *                                * THE LEDGER LINES BEHIND IT.   *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  TRAN-EOF-SW     PIC X         VALUE SPACES.
           05  LINK-EOF-SW     PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-BUS-DATE     PIC 9(8)      VALUE 0.
           05  WS-WIN-FROM     PIC 9(8)      VALUE 0.
           05  WS-THRESHOLD    PIC 9(7)V99   VALUE 10000.00.
           05  WS-FLOOR-PCT    PIC 9(3)      VALUE 80.
           05  WS-FLOOR        PIC 9(7)V99   VALUE 0.
           05  WS-WINDOW-DAYS  PIC 9(3)      VALUE 10.
           05  WS-MIN-DAYS     PIC 9(3)      VALUE 3.
           05  WS-BACK-CNT     PIC 9(3)      VALUE 0.
           05  WS-WORK-DATE-8  PIC 9(8)      VALUE 0.
           05  WS-WORK-DATE-R  REDEFINES WS-WORK-DATE-8.
               10  WS-WORK-YYYY PIC 9(4).
               10  WS-WORK-MM   PIC 9(2).
               10  WS-WORK-DD   PIC 9(2).
           05  WS-LEAP-QUOT    PIC 9(4)      VALUE 0.
           05  WS-LEAP-REM     PIC 9(4)      VALUE 0.
           05  WS-MONTH-LEN    PIC 9(2)      VALUE 0.
           05  WS-ENTRY-AMT    PIC S9(9)V99  VALUE 0.
           05  WS-HOLDER-KEY   PIC X(8)      VALUE SPACES.
           05  WS-HOLDER-TYPE  PIC X         VALUE SPACES.
           05  WS-CODE-MAX     PIC 9(3)      VALUE 200.
           05  WS-CODE-CNT     PIC 9(3)      VALUE 0.
           05  COD-SUB         PIC 9(3)      VALUE 0.
           05  CODE-HIT-SW     PIC X         VALUE 'N'.
               88  CODE-HIT                  VALUE 'Y'.
           05  WS-LINK-MAX     PIC 9(5)      VALUE 2000.
           05  WS-LINK-CNT     PIC 9(5)      VALUE 0.
           05  LNK-SUB         PIC 9(5)      VALUE 0.
           05  LINK-HIT-SW     PIC X         VALUE 'N'.
               88  LINK-HIT                  VALUE 'Y'.
           05  LINK-OPEN-SW    PIC X         VALUE 'N'.
               88  LINK-OPEN                 VALUE 'Y'.
           05  WS-HOLDER-MAX   PIC 9(5)      VALUE 2000.
           05  WS-HOLDER-CNT   PIC 9(5)      VALUE 0.
           05  HLD-SUB         PIC 9(5)      VALUE 0.
           05  WS-HIT-SUB      PIC 9(5)      VALUE 0.
           05  HOLDER-HIT-SW   PIC X         VALUE 'N'.
               88  HOLDER-HIT                VALUE 'Y'.
           05  WS-ENT-MAX      PIC 9(5)      VALUE 5000.
           05  WS-ENT-CNT      PIC 9(5)      VALUE 0.
           05  ENT-SUB         PIC 9(5)      VALUE 0.
           05  WS-DAY-MAX      PIC 9(5)      VALUE 5000.
           05  WS-DAY-CNT      PIC 9(5)      VALUE 0.
           05  DAY-SUB         PIC 9(5)      VALUE 0.
           05  WS-DAY-HIT      PIC 9(5)      VALUE 0.
           05  DAY-HIT-SW      PIC X         VALUE 'N'.
               88  DAY-HIT                   VALUE 'Y'.
           05  WS-CASH-CNT     PIC 9(7)      VALUE 0.
           05  WS-CASH-IN      PIC S9(11)V99 VALUE 0.
           05  WS-CASH-OUT     PIC S9(11)V99 VALUE 0.
           05  WS-CTR-CNT      PIC 9(7)      VALUE 0.
           05  WS-CTR-TOTAL    PIC S9(11)V99 VALUE 0.
           05  WS-RVW-CNT      PIC 9(7)      VALUE 0.
           05  WS-RVW-TOTAL    PIC S9(11)V99 VALUE 0.
           05  WS-LINE-CNT     PIC 9(7)      VALUE 0.
           05  TRAN-FS         PIC XX        VALUE '00'.
               88  TRAN-FS-OK                VALUE '00'.
           05  LEDGER-FS       PIC XX        VALUE '00'.
               88  LEDGER-FS-OK              VALUE '00'.
           05  LINK-FS         PIC XX        VALUE '00'.
               88  LINK-FS-OK                VALUE '00'.
           05  CUST-FS         PIC XX        VALUE '00'.
               88  CUST-FS-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  CTR-FS          PIC XX        VALUE '00'.
               88  CTR-FS-OK                 VALUE '00'.
           05  RVW-FS          PIC XX        VALUE '00'.
               88  RVW-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

           COPY ACCTRC.

       01  WS-MONTH-DAYS-VALUES.
           05  FILLER          PIC X(24) VALUE
                   '312831303130313130313031'.
       01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS-TBL PIC 9(2) OCCURS 12 TIMES.

      **** THE TRANCTL CODES MARKED CASH, LOADED AT START *************
       01  WS-CODE-AREA VALUE SPACES.
           05  WS-CODE-TBL OCCURS 200 TIMES.
             10  CT-CODE         PIC X(4).

      **** ACCOUNT-TO-CUSTOMER LINK TABLE, LOADED FROM CUSTLINK AT
      **** START.  AN ACCOUNT WITHOUT A LINK IS ITS OWN HOLDER. ********
       01  WS-LINK-AREA VALUE SPACES.
           05  WS-LINK-TBL OCCURS 2000 TIMES.
             10  LT-ACCT         PIC X(8).
             10  LT-CUST         PIC X(8).

      **** ONE ROW PER HOLDER WITH CASH IN THE WINDOW - A CUSTOMER
      **** NUMBER OR AN UNLINKED ACCOUNT NUMBER ************************
       01  WS-HOLDER-AREA VALUE SPACES.
           05  WS-HOLDER-TBL OCCURS 2000 TIMES.
             10  HT-KEY          PIC X(8).
             10  HT-TYPE         PIC X.
             10  HT-ACCT         PIC X(8).
             10  HT-NAME         PIC X(20).
             10  HT-FIRST        PIC X(15).
             10  HT-NAMED        PIC X.
             10  HT-NEAR-DAYS    PIC 9(3).
             10  HT-NEAR-TOTAL   PIC S9(11)V99.
             10  HT-NEAR-TODAY   PIC X.

      **** EVERY CASH LEDGER ENTRY IN THE WINDOW, IN LEDGER ORDER *****
       01  WS-ENT-AREA VALUE SPACES.
           05  WS-ENT-TBL OCCURS 5000 TIMES.
             10  ET-HLD          PIC 9(5).
             10  ET-DAY          PIC 9(5).
             10  ET-ACCT         PIC X(8).
             10  ET-DATE         PIC 9(8).
             10  ET-TIME         PIC 9(6).
             10  ET-CODE         PIC X(4).
             10  ET-USERID       PIC X(8).
             10  ET-AMOUNT       PIC S9(9)V99.

      **** ONE ROW PER HOLDER PER BUSINESS DAY - CASH IN AND CASH OUT
      **** KEPT APART, AS THE FILING RULE TOTALS THEM APART ***********
       01  WS-DAY-AREA VALUE SPACES.
           05  WS-DAY-TBL OCCURS 5000 TIMES.
             10  DT-HLD          PIC 9(5).
             10  DT-DATE         PIC 9(8).
             10  DT-IN           PIC S9(11)V99.
             10  DT-OUT          PIC S9(11)V99.
             10  DT-CNT          PIC 9(3).
             10  DT-NEAR         PIC X.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'LARGE CASH AND STRUCTURING REVIEW       '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(15) VALUE 'BUSINESS DATE '.
           05 HL-BUS-DATE     PIC 9(8).
           05 FILLER          PIC X(16) VALUE '   WINDOW FROM '.
           05 HL-WIN-FROM     PIC 9(8).
           05 FILLER          PIC X(13) VALUE '   THRESHOLD '.
           05 HL-THRESHOLD    PIC $$$,$$9.99.
           05 FILLER          PIC X(10) VALUE SPACES.

       01  CTR-DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CD-HOLDER       PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CD-NAME         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CD-IN           PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CD-OUT          PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CD-CNT          PIC ZZ9.
           05 FILLER          PIC X(13) VALUE SPACES.

       01  RVW-DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RD-HOLDER       PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RD-NAME         PIC X(20).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 RD-NEAR-DAYS    PIC ZZ9.
           05 FILLER          PIC X(11) VALUE ' NEAR DAYS '.
           05 RD-NEAR-TOTAL   PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(36).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC -$$$,$$$,$$$,$$9.99.
           05 FILLER          PIC X(14) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-CONTROL-RTN.
           PERFORM SET-WINDOW-RTN.
           PERFORM LOAD-CODES-RTN
               UNTIL TRAN-EOF-SW = 'F'.
           IF WS-CODE-CNT = 0
      * WITH NO CODE MARKED CASH EVERY DAY WOULD LOOK CLEAN, WHICH IS
      * WORSE THAN NO REPORT AT ALL.
               DISPLAY 'SU41CTRR ABEND - NO TRANCTL CODE IS MARKED '
                       'CASH'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           PERFORM LOAD-LINKS-RTN
               UNTIL LINK-EOF-SW = 'F'.
           PERFORM TAKE-LEDGER-RTN THRU TAKE-LEDGER-RTN-EXIT
               UNTIL EOF-SW = 'F'.
           PERFORM ROLL-DAY-RTN
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > WS-ENT-CNT.
           PERFORM PRINT-HEADINGS-RTN.
           PERFORM JUDGE-DAY-RTN THRU JUDGE-DAY-RTN-EXIT
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > WS-DAY-CNT.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STRUCTURING - QUEUED FOR COMPLIANCE REVIEW' TO OUT-REC.
           WRITE OUT-REC.
           PERFORM QUEUE-HOLDER-RTN THRU QUEUE-HOLDER-RTN-EXIT
               VARYING HLD-SUB FROM 1 BY 1
               UNTIL HLD-SUB > WS-HOLDER-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT TRAN-FILE.
           IF NOT TRAN-FS-OK
               DISPLAY 'SU41CTRR - TRAN-FILE OPEN FAILED, STATUS='
                       TRAN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF NOT LEDGER-FS-OK
               DISPLAY 'SU41CTRR - LEDGER-FILE OPEN FAILED, STATUS='
                       LEDGER-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41CTRR - ACCT-FILE OPEN FAILED, STATUS='
                       ACCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO CUSTOMER LINKS OR MASTER MEANS EVERY ACCOUNT IS ITS OWN
      * HOLDER, AS ON THE 1099 RUN.
           OPEN INPUT LINK-FILE.
           IF NOT LINK-FS-OK
               DISPLAY 'SU41CTRR - NO CUSTOMER LINKS, STATUS='
                       LINK-FS
               MOVE 'F' TO LINK-EOF-SW
           ELSE
               MOVE 'Y' TO LINK-OPEN-SW
               READ LINK-FILE
                   AT END MOVE 'F' TO LINK-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT CUST-FILE.
           IF NOT CUST-FS-OK
               DISPLAY 'SU41CTRR - NO CUSTOMER MASTER, STATUS='
                       CUST-FS
           END-IF.
           OPEN OUTPUT CTR-FILE.
           IF NOT CTR-FS-OK
               DISPLAY 'SU41CTRR - CTR-FILE OPEN FAILED, STATUS='
                       CTR-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RVW-FILE.
           IF NOT RVW-FS-OK
               DISPLAY 'SU41CTRR - RVW-FILE OPEN FAILED, STATUS='
                       RVW-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41CTRR - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41CTRR ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           READ TRAN-FILE
               AT END MOVE 'F' TO TRAN-EOF-SW.
           READ LEDGER-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
           MOVE WS-RUN-DATE-8 TO WS-BUS-DATE.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41CTRR - NO CONTROL CARD, USING DEFAULTS'
           ELSE
               READ CTL-FILE
                   AT END
                       DISPLAY 'CONTROL CARD EMPTY, USING DEFAULTS'
                       MOVE 'F' TO CTL-EOF-SW
               END-READ
               IF CTL-EOF-SW NOT = 'F'
                   IF CTC-BUS-DATE > 0
                       MOVE CTC-BUS-DATE TO WS-BUS-DATE
                   END-IF
                   IF CTC-THRESHOLD > 0
                       MOVE CTC-THRESHOLD TO WS-THRESHOLD
                   END-IF
                   IF CTC-FLOOR-PCT > 0 AND CTC-FLOOR-PCT < 100
                       MOVE CTC-FLOOR-PCT TO WS-FLOOR-PCT
                   END-IF
                   IF CTC-WINDOW-DAYS > 0
                       MOVE CTC-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF CTC-MIN-DAYS > 0
                       MOVE CTC-MIN-DAYS TO WS-MIN-DAYS
                   END-IF
               END-IF
               CLOSE CTL-FILE
           END-IF.
           COMPUTE WS-FLOOR ROUNDED =
               WS-THRESHOLD * WS-FLOOR-PCT / 100.
       GET-CONTROL-RTN-EXIT. EXIT.

       SET-WINDOW-RTN.
      * THE WINDOW ENDS ON THE BUSINESS DAY AND REACHES BACK WHOLE
      * CALENDAR DAYS, SO A MONTH END IN THE MIDDLE DOES NOT SHORTEN
      * IT.
           MOVE WS-BUS-DATE TO WS-WORK-DATE-8.
           MOVE 1 TO WS-BACK-CNT.
           PERFORM BACK-ONE-DAY-RTN
               UNTIL WS-BACK-CNT NOT < WS-WINDOW-DAYS.
           MOVE WS-WORK-DATE-8 TO WS-WIN-FROM.
       SET-WINDOW-RTN-EXIT. EXIT.

       BACK-ONE-DAY-RTN.
           IF WS-WORK-DD > 1
               SUBTRACT 1 FROM WS-WORK-DD
           ELSE
               IF WS-WORK-MM > 1
                   SUBTRACT 1 FROM WS-WORK-MM
               ELSE
                   MOVE 12 TO WS-WORK-MM
                   SUBTRACT 1 FROM WS-WORK-YYYY
               END-IF
               MOVE WS-MONTH-DAYS-TBL(WS-WORK-MM) TO WS-MONTH-LEN
               IF WS-WORK-MM = 2
                   DIVIDE WS-WORK-YYYY BY 4 GIVING WS-LEAP-QUOT
                       REMAINDER WS-LEAP-REM
                   IF WS-LEAP-REM = 0
                       MOVE 29 TO WS-MONTH-LEN
                       DIVIDE WS-WORK-YYYY BY 100 GIVING WS-LEAP-QUOT
                           REMAINDER WS-LEAP-REM
                       IF WS-LEAP-REM = 0
                           DIVIDE WS-WORK-YYYY BY 400
                               GIVING WS-LEAP-QUOT
                               REMAINDER WS-LEAP-REM
                           IF WS-LEAP-REM NOT = 0
                               MOVE 28 TO WS-MONTH-LEN
                           END-IF
                       END-IF
                   END-IF
               END-IF
               MOVE WS-MONTH-LEN TO WS-WORK-DD
           END-IF.
           ADD 1 TO WS-BACK-CNT.
       BACK-ONE-DAY-RTN-EXIT. EXIT.

       LOAD-CODES-RTN.
           IF TRN-CASH
               IF WS-CODE-CNT >= WS-CODE-MAX
                   DISPLAY 'SU41CTRR ABEND - CASH CODE TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-CODE-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-CODE-CNT
               MOVE TRN-CODE TO CT-CODE(WS-CODE-CNT)
           END-IF.
           READ TRAN-FILE
               AT END MOVE 'F' TO TRAN-EOF-SW.
       LOAD-CODES-RTN-EXIT. EXIT.

       LOAD-LINKS-RTN.
           ADD 1 TO WS-LINK-CNT.
           IF WS-LINK-CNT > WS-LINK-MAX
      * A DROPPED LINK WOULD SPLIT ONE CUSTOMER'S CASH ACROSS TWO
      * HOLDERS AND HIDE A REPORTABLE DAY, SO THE RUN STOPS INSTEAD.
               DISPLAY 'SU41CTRR ABEND - LINK TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-LINK-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE CLK-ACCT-NUMBER TO LT-ACCT(WS-LINK-CNT).
           MOVE CLK-CUST-NUMBER TO LT-CUST(WS-LINK-CNT).
           READ LINK-FILE
               AT END MOVE 'F' TO LINK-EOF-SW.
       LOAD-LINKS-RTN-EXIT. EXIT.

       TAKE-LEDGER-RTN.
      * THE ONLINE POSTING SCREEN WRITES THE TRANSACTION CODE IN THE
      * FIRST FOUR BYTES OF LDG-SOURCE AND LEAVES THE REST BLANK;
      * BATCH AND MAINTENANCE ENTRIES CARRY A PROGRAM NAME THERE AND
      * ARE NEVER CASH.
           IF LK-DATE < WS-WIN-FROM OR LK-DATE > WS-BUS-DATE
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
           IF LDG-SOURCE(5:4) NOT = SPACES
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
           MOVE 'N' TO CODE-HIT-SW.
           PERFORM SCAN-CODE-RTN
               VARYING COD-SUB FROM 1 BY 1
               UNTIL CODE-HIT OR COD-SUB > WS-CODE-CNT.
           IF NOT CODE-HIT
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
           COMPUTE WS-ENTRY-AMT =
               LDG-AFTER-BALANCE - LDG-BEFORE-BALANCE.
           IF WS-ENTRY-AMT = 0
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
           IF WS-ENT-CNT >= WS-ENT-MAX
               DISPLAY 'SU41CTRR ABEND - CASH ENTRY TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-ENT-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           PERFORM FIND-HOLDER-KEY-RTN.
           PERFORM POST-HOLDER-RTN.
           ADD 1 TO WS-ENT-CNT.
           MOVE WS-HIT-SUB         TO ET-HLD(WS-ENT-CNT).
           MOVE 0                  TO ET-DAY(WS-ENT-CNT).
           MOVE LK-ACCT-NUMBER     TO ET-ACCT(WS-ENT-CNT).
           MOVE LK-DATE            TO ET-DATE(WS-ENT-CNT).
           MOVE LK-TIME            TO ET-TIME(WS-ENT-CNT).
           MOVE LDG-SOURCE(1:4)    TO ET-CODE(WS-ENT-CNT).
           MOVE LDG-USERID         TO ET-USERID(WS-ENT-CNT).
           MOVE WS-ENTRY-AMT       TO ET-AMOUNT(WS-ENT-CNT).
           ADD 1 TO WS-CASH-CNT.
           IF WS-ENTRY-AMT > 0
               ADD WS-ENTRY-AMT TO WS-CASH-IN
           ELSE
               SUBTRACT WS-ENTRY-AMT FROM WS-CASH-OUT
           END-IF.
       TAKE-LEDGER-NEXT-RTN.
           READ LEDGER-FILE
               AT END MOVE 'F' TO EOF-SW.
       TAKE-LEDGER-RTN-EXIT. EXIT.

       SCAN-CODE-RTN.
           IF CT-CODE(COD-SUB) = LDG-SOURCE(1:4)
               MOVE 'Y' TO CODE-HIT-SW
           END-IF.
       SCAN-CODE-RTN-EXIT. EXIT.

       FIND-HOLDER-KEY-RTN.
           MOVE 'N' TO LINK-HIT-SW.
           MOVE LK-ACCT-NUMBER TO WS-HOLDER-KEY.
           MOVE 'A' TO WS-HOLDER-TYPE.
           IF WS-LINK-CNT > 0
               PERFORM SCAN-LINK-RTN
                   VARYING LNK-SUB FROM 1 BY 1
                   UNTIL LINK-HIT OR LNK-SUB > WS-LINK-CNT
           END-IF.
       FIND-HOLDER-KEY-RTN-EXIT. EXIT.

       SCAN-LINK-RTN.
           IF LT-ACCT(LNK-SUB) = LK-ACCT-NUMBER
               MOVE 'Y' TO LINK-HIT-SW
               MOVE LT-CUST(LNK-SUB) TO WS-HOLDER-KEY
               MOVE 'C' TO WS-HOLDER-TYPE
           END-IF.
       SCAN-LINK-RTN-EXIT. EXIT.

       POST-HOLDER-RTN.
      * A CUSTOMER NUMBER AND AN ACCOUNT NUMBER CAN LOOK ALIKE, SO
      * THE HOLDER TYPE IS PART OF THE MATCH.
           MOVE 'N' TO HOLDER-HIT-SW.
           IF WS-HOLDER-CNT > 0
               PERFORM SCAN-HOLDER-RTN
                   VARYING HLD-SUB FROM 1 BY 1
                   UNTIL HOLDER-HIT OR HLD-SUB > WS-HOLDER-CNT
           END-IF.
           IF NOT HOLDER-HIT
               IF WS-HOLDER-CNT >= WS-HOLDER-MAX
                   DISPLAY 'SU41CTRR ABEND - HOLDER TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-HOLDER-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-HOLDER-CNT
               MOVE WS-HOLDER-CNT  TO WS-HIT-SUB
               MOVE WS-HOLDER-KEY  TO HT-KEY(WS-HIT-SUB)
               MOVE WS-HOLDER-TYPE TO HT-TYPE(WS-HIT-SUB)
               MOVE LK-ACCT-NUMBER TO HT-ACCT(WS-HIT-SUB)
               MOVE 'N'            TO HT-NAMED(WS-HIT-SUB)
               MOVE 0              TO HT-NEAR-DAYS(WS-HIT-SUB)
               MOVE 0              TO HT-NEAR-TOTAL(WS-HIT-SUB)
               MOVE 'N'            TO HT-NEAR-TODAY(WS-HIT-SUB)
           END-IF.
       POST-HOLDER-RTN-EXIT. EXIT.

       SCAN-HOLDER-RTN.
           IF HT-KEY(HLD-SUB) = WS-HOLDER-KEY
                   AND HT-TYPE(HLD-SUB) = WS-HOLDER-TYPE
               MOVE 'Y' TO HOLDER-HIT-SW
               MOVE HLD-SUB TO WS-HIT-SUB
           END-IF.
       SCAN-HOLDER-RTN-EXIT. EXIT.

       ROLL-DAY-RTN.
      * EVERY LINKED ACCOUNT'S CASH FOR THE SAME DAY LANDS ON ONE
      * HOLDER-DAY ROW - THE FILING RULE AGGREGATES BY PERSON, NOT BY
      * ACCOUNT.
           MOVE 'N' TO DAY-HIT-SW.
           IF WS-DAY-CNT > 0
               PERFORM SCAN-DAY-RTN
                   VARYING DAY-SUB FROM 1 BY 1
                   UNTIL DAY-HIT OR DAY-SUB > WS-DAY-CNT
           END-IF.
           IF NOT DAY-HIT
               IF WS-DAY-CNT >= WS-DAY-MAX
                   DISPLAY 'SU41CTRR ABEND - HOLDER-DAY TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-DAY-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-DAY-CNT
               MOVE WS-DAY-CNT       TO WS-DAY-HIT
               MOVE ET-HLD(ENT-SUB)  TO DT-HLD(WS-DAY-HIT)
               MOVE ET-DATE(ENT-SUB) TO DT-DATE(WS-DAY-HIT)
               MOVE 0                TO DT-IN(WS-DAY-HIT)
               MOVE 0                TO DT-OUT(WS-DAY-HIT)
               MOVE 0                TO DT-CNT(WS-DAY-HIT)
               MOVE 'N'              TO DT-NEAR(WS-DAY-HIT)
           END-IF.
           MOVE WS-DAY-HIT TO ET-DAY(ENT-SUB).
           IF ET-AMOUNT(ENT-SUB) > 0
               ADD ET-AMOUNT(ENT-SUB) TO DT-IN(WS-DAY-HIT)
           ELSE
               SUBTRACT ET-AMOUNT(ENT-SUB) FROM DT-OUT(WS-DAY-HIT)
           END-IF.
           IF DT-CNT(WS-DAY-HIT) < 999
               ADD 1 TO DT-CNT(WS-DAY-HIT)
           END-IF.
       ROLL-DAY-RTN-EXIT. EXIT.

       SCAN-DAY-RTN.
           IF DT-HLD(DAY-SUB) = ET-HLD(ENT-SUB)
                   AND DT-DATE(DAY-SUB) = ET-DATE(ENT-SUB)
               MOVE 'Y' TO DAY-HIT-SW
               MOVE DAY-SUB TO WS-DAY-HIT
           END-IF.
       SCAN-DAY-RTN-EXIT. EXIT.

       PRINT-HEADINGS-RTN.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-BUS-DATE  TO HL-BUS-DATE.
           MOVE WS-WIN-FROM  TO HL-WIN-FROM.
           MOVE WS-THRESHOLD TO HL-THRESHOLD.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CURRENCY TRANSACTION REPORTS - CASH IN / CASH OUT'
               TO OUT-REC.
           WRITE OUT-REC.
       PRINT-HEADINGS-RTN-EXIT. EXIT.

       JUDGE-DAY-RTN.
      * A DAY JUST UNDER THE THRESHOLD COUNTS TOWARD THE STRUCTURING
      * PATTERN; ONLY THE BUSINESS DAY ITSELF IS FILED, SINCE EARLIER
      * DAYS IN THE WINDOW WERE FILED ON THEIR OWN RUNS.
           MOVE DT-HLD(DAY-SUB) TO WS-HIT-SUB.
           IF DT-IN(DAY-SUB) NOT < WS-FLOOR
                   AND DT-IN(DAY-SUB) NOT > WS-THRESHOLD
               MOVE 'Y' TO DT-NEAR(DAY-SUB)
               ADD 1 TO HT-NEAR-DAYS(WS-HIT-SUB)
               ADD DT-IN(DAY-SUB) TO HT-NEAR-TOTAL(WS-HIT-SUB)
               IF DT-DATE(DAY-SUB) = WS-BUS-DATE
                   MOVE 'Y' TO HT-NEAR-TODAY(WS-HIT-SUB)
               END-IF
           END-IF.
           IF DT-DATE(DAY-SUB) NOT = WS-BUS-DATE
               GO TO JUDGE-DAY-RTN-EXIT
           END-IF.
           IF DT-IN(DAY-SUB) NOT > WS-THRESHOLD
                   AND DT-OUT(DAY-SUB) NOT > WS-THRESHOLD
               GO TO JUDGE-DAY-RTN-EXIT
           END-IF.
           PERFORM GET-HOLDER-NAME-RTN THRU GET-HOLDER-NAME-RTN-EXIT.
           MOVE SPACES                 TO CTR-RECORD.
           MOVE HT-KEY(WS-HIT-SUB)     TO CTR-HOLDER-KEY.
           MOVE HT-TYPE(WS-HIT-SUB)    TO CTR-HOLDER-TYPE.
           MOVE HT-NAME(WS-HIT-SUB)    TO CTR-SURNAME.
           MOVE HT-FIRST(WS-HIT-SUB)   TO CTR-FIRST-NAME.
           MOVE WS-BUS-DATE            TO CTR-BUS-DATE.
           MOVE DT-IN(DAY-SUB)         TO CTR-CASH-IN.
           MOVE DT-OUT(DAY-SUB)        TO CTR-CASH-OUT.
           MOVE DT-CNT(DAY-SUB)        TO CTR-TRAN-CNT.
           WRITE CTR-RECORD.
           ADD 1 TO WS-CTR-CNT.
           ADD DT-IN(DAY-SUB)  TO WS-CTR-TOTAL.
           ADD DT-OUT(DAY-SUB) TO WS-CTR-TOTAL.
           MOVE HT-KEY(WS-HIT-SUB)  TO CD-HOLDER.
           MOVE HT-NAME(WS-HIT-SUB) TO CD-NAME.
           MOVE DT-IN(DAY-SUB)      TO CD-IN.
           MOVE DT-OUT(DAY-SUB)     TO CD-OUT.
           MOVE DT-CNT(DAY-SUB)     TO CD-CNT.
           MOVE CTR-DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       JUDGE-DAY-RTN-EXIT. EXIT.

       QUEUE-HOLDER-RTN.
      * A HOLDER IS QUEUED ONLY ON A DAY THAT EXTENDS THE PATTERN, SO
      * THE SAME RUN OF DEPOSITS IS NOT RE-QUEUED EVERY DAY IT STAYS
      * INSIDE THE WINDOW.
           IF HT-NEAR-DAYS(HLD-SUB) < WS-MIN-DAYS
                   OR HT-NEAR-TODAY(HLD-SUB) NOT = 'Y'
               GO TO QUEUE-HOLDER-RTN-EXIT
           END-IF.
           MOVE HLD-SUB TO WS-HIT-SUB.
           PERFORM GET-HOLDER-NAME-RTN THRU GET-HOLDER-NAME-RTN-EXIT.
           MOVE SPACES                  TO RVW-RECORD.
           MOVE HT-KEY(HLD-SUB)         TO CRV-HOLDER-KEY.
           MOVE 'H'                     TO CRV-REC-TYPE.
           MOVE HT-TYPE(HLD-SUB)        TO CRV-HOLDER-TYPE.
           MOVE HT-NAME(HLD-SUB)        TO CRV-SURNAME.
           MOVE HT-FIRST(HLD-SUB)       TO CRV-FIRST-NAME.
           MOVE WS-WIN-FROM             TO CRV-WINDOW-FROM.
           MOVE WS-BUS-DATE             TO CRV-WINDOW-TO.
           MOVE HT-NEAR-DAYS(HLD-SUB)   TO CRV-NEAR-DAYS.
           MOVE HT-NEAR-TOTAL(HLD-SUB)  TO CRV-NEAR-TOTAL.
           MOVE 'O'                     TO CRV-STATUS.
           WRITE RVW-RECORD.
           ADD 1 TO WS-RVW-CNT.
           ADD HT-NEAR-TOTAL(HLD-SUB) TO WS-RVW-TOTAL.
           MOVE HT-KEY(HLD-SUB)         TO RD-HOLDER.
           MOVE HT-NAME(HLD-SUB)        TO RD-NAME.
           MOVE HT-NEAR-DAYS(HLD-SUB)   TO RD-NEAR-DAYS.
           MOVE HT-NEAR-TOTAL(HLD-SUB)  TO RD-NEAR-TOTAL.
           MOVE RVW-DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM QUEUE-LINE-RTN THRU QUEUE-LINE-RTN-EXIT
               VARYING ENT-SUB FROM 1 BY 1
               UNTIL ENT-SUB > WS-ENT-CNT.
       QUEUE-HOLDER-RTN-EXIT. EXIT.

       QUEUE-LINE-RTN.
           IF ET-HLD(ENT-SUB) NOT = HLD-SUB
               GO TO QUEUE-LINE-RTN-EXIT
           END-IF.
           MOVE ET-DAY(ENT-SUB) TO DAY-SUB.
           MOVE SPACES               TO RVW-RECORD.
           MOVE HT-KEY(HLD-SUB)      TO CRV-HOLDER-KEY.
           MOVE 'L'                  TO CRV-REC-TYPE.
           MOVE ET-ACCT(ENT-SUB)     TO CRV-ACCT-NUMBER.
           MOVE ET-DATE(ENT-SUB)     TO CRV-DATE.
           MOVE ET-TIME(ENT-SUB)     TO CRV-TIME.
           MOVE ET-CODE(ENT-SUB)     TO CRV-TRAN-CODE.
           MOVE ET-AMOUNT(ENT-SUB)   TO CRV-AMOUNT.
           MOVE DT-NEAR(DAY-SUB)     TO CRV-NEAR-DAY.
           MOVE ET-USERID(ENT-SUB)   TO CRV-USERID.
           WRITE RVW-RECORD.
           ADD 1 TO WS-LINE-CNT.
       QUEUE-LINE-RTN-EXIT. EXIT.

       GET-HOLDER-NAME-RTN.
      * A CUSTOMER TAKES THE CUSTOMER MASTER'S NAME; AN UNLINKED
      * ACCOUNT, OR A CUSTOMER MISSING FROM THE MASTER, TAKES THE
      * NAME ON ITS FIRST ACCOUNT RECORD.
           IF HT-NAMED(WS-HIT-SUB) = 'Y'
               GO TO GET-HOLDER-NAME-RTN-EXIT
           END-IF.
           MOVE 'Y' TO HT-NAMED(WS-HIT-SUB).
           IF HT-TYPE(WS-HIT-SUB) = 'C' AND CUST-FS-OK
               MOVE HT-KEY(WS-HIT-SUB) TO CUST-NUMBER
               READ CUST-FILE
                   INVALID KEY MOVE '23' TO CUST-FS
               END-READ
               IF CUST-FS-OK
                   MOVE CUST-SURNAME    TO HT-NAME(WS-HIT-SUB)
                   MOVE CUST-FIRST-NAME TO HT-FIRST(WS-HIT-SUB)
                   GO TO GET-HOLDER-NAME-RTN-EXIT
               END-IF
               MOVE '00' TO CUST-FS
           END-IF.
           MOVE HT-ACCT(WS-HIT-SUB) TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY MOVE '23' TO ACCT-RC
           END-READ.
           IF ACCT-SUCCESSFUL
               MOVE ACCT-SURNAME    TO HT-NAME(WS-HIT-SUB)
               MOVE ACCT-FIRST-NAME TO HT-FIRST(WS-HIT-SUB)
           ELSE
               MOVE '*NO MASTER RECORD*  ' TO HT-NAME(WS-HIT-SUB)
               MOVE SPACES TO HT-FIRST(WS-HIT-SUB)
           END-IF.
       GET-HOLDER-NAME-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CASH ENTRIES IN WINDOW - CASH IN    '
               TO CTL-LABEL.
           MOVE WS-CASH-CNT TO CTL-COUNT.
           MOVE WS-CASH-IN TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CASH ENTRIES IN WINDOW - CASH OUT   '
               TO CTL-LABEL.
           MOVE 0 TO CTL-COUNT.
           MOVE WS-CASH-OUT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CURRENCY TRANSACTION REPORTS        '
               TO CTL-LABEL.
           MOVE WS-CTR-CNT TO CTL-COUNT.
           MOVE WS-CTR-TOTAL TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HOLDERS QUEUED FOR REVIEW           '
               TO CTL-LABEL.
           MOVE WS-RVW-CNT TO CTL-COUNT.
           MOVE WS-RVW-TOTAL TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SUPPORTING LEDGER LINES QUEUED      '
               TO CTL-LABEL.
           MOVE WS-LINE-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-CTR-CNT > 0 OR WS-RVW-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE TRAN-FILE LEDGER-FILE ACCT-FILE CUST-FILE
                 CTR-FILE RVW-FILE OUT-FILE.
           IF LINK-OPEN
               CLOSE LINK-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
