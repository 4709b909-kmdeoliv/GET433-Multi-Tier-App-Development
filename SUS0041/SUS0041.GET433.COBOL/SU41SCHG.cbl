       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41SCHG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCT-FILE
              ASSIGN TO VSAMFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                    RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS ACCT-RC.
            SELECT LEDGER-FILE
              ASSIGN TO LDGFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS DYNAMIC
                    RECORD KEY IS LDG-KEY
                      FILE STATUS IS LEDGER-FS.
            SELECT LINK-FILE
              ASSIGN TO CUSTLINK
                ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS CLK-KEY
                      FILE STATUS IS LINK-FS.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT JRNL-FILE ASSIGN TO JRFILE
                     FILE STATUS IS JRNL-FS.
            COPY LOCKSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.

      **** THE SAME ACCTLDG LEDGER THE ONLINE SCREENS WRITE - LAYOUT
      **** AS IN LDGREC.CPY, WITH THE KEY GROUPED FOR THE BATCH SELECT
       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LDG-KEY.
               10  LK-ACCT-NUMBER      PIC X(08).
               10  LK-DATE             PIC 9(08).
               10  LK-DATE-R           REDEFINES LK-DATE.
                   15  LK-YYYYMM       PIC 9(06).
                   15  LK-DD           PIC 9(02).
               10  LK-TIME             PIC 9(06).
           05  LDG-SOURCE              PIC X(08).
           05  LDG-USERID              PIC X(08).
           05  LDG-BEFORE-BALANCE      PIC S9(9)V99.
           05  LDG-AFTER-BALANCE       PIC S9(9)V99.
           05  LDG-XREF-ACCT           PIC X(08).
           05  FILLER                  PIC X(12).

       FD  LINK-FILE.
       01  LINK-RECORD.
           COPY CUSTLINK.

       FD  CTL-FILE.
           COPY SVCCTL.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** FORWARD-RECOVERY JOURNAL (RCVREC LAYOUT) - ONE IMAGE PER
      **** FEE POSTED **************************************************
       FD  JRNL-FILE.
       01  JRNL-REC.
           COPY RCVREC.

       FD  LOCK-FILE.
       01  LOCK-REC.
           COPY LOKREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MONTH-END SERVICE CHARGES.    *
      *                                * EACH ACTIVE ACCOUNT'S MONTH-  *
      *                                * TO-DATE AVERAGE DAILY BALANCE *
      *                                * AND ITEM COUNT COME OFF THE   *
      *                                * ACCTLDG LEDGER; THE FEE       *
      *                                * SCHEDULE CARD PRICES A        *
      *                                * MAINTENANCE FEE BELOW THE     *
      *                                * MINIMUM AVERAGE AND A FEE PER *
      *                                * ITEM PAST THE FREE COUNT.  A  *
      *                                * HOLDER WHOSE CUSTLINK         *
      *                                * RELATIONSHIP CARRIES THE      *
      *                                * WAIVER BALANCE PAYS NOTHING.  *
      *                                * CHARGES POST THROUGH THE      *
      *                                * LEDGER (SOURCE SU41SCHG) SO   *
      *                                * THE STATEMENT RUN SHOWS THEM, *
      *                                * AND THE ANALYSIS PRINTS       *
      *                                * CHARGED AGAINST WAIVED.  RUN  *
      *                                * ON THE LAST BUSINESS DAY,     *
      *                                * AFTER THE INTEREST ACCRUAL    *
      *                                * AND BEFORE THE STATEMENTS.    *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  LDG-EOF-SW      PIC X         VALUE SPACES.
           05  LINK-EOF-SW     PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE-R   REDEFINES WS-RUN-DATE-8.
               10  WS-RUN-YYYYMM  PIC 9(6).
               10  WS-RUN-DD      PIC 9(2).
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-CUR-DAY      PIC 9(2)      VALUE 0.
           05  WS-CUR-BAL      PIC S9(9)V99  VALUE 0.
           05  WS-DAYS-HELD    PIC 9(2)      VALUE 0.
           05  WS-BAL-DAYS     PIC S9(13)V99 VALUE 0.
           05  WS-AVG-BAL      PIC S9(9)V99  VALUE 0.
           05  WS-ITEM-CNT     PIC 9(5)      VALUE 0.
           05  WS-PAID-ITEMS   PIC 9(5)      VALUE 0.
           05  WS-MAINT-FEE    PIC 9(7)V99   VALUE 0.
           05  WS-ITEM-FEE     PIC 9(7)V99   VALUE 0.
           05  WS-FEE-TOTAL    PIC 9(7)V99   VALUE 0.
           05  WS-REL-BAL      PIC S9(11)V99 VALUE 0.
           05  WS-BEFORE       PIC S9(9)V99  VALUE 0.
           05  WS-BEFORE-IMAGE PIC X(221)    VALUE SPACES.
           05  WS-LDG-AHEAD    PIC X(80)     VALUE SPACES.
           05  FIRST-ENTRY-SW  PIC X         VALUE 'Y'.
               88  FIRST-ENTRY               VALUE 'Y'.
           05  PRIOR-CHARGE-SW PIC X         VALUE 'N'.
               88  PRIOR-CHARGE              VALUE 'Y'.
           05  WS-ACCT-READ    PIC 9(7)      VALUE 0.
           05  WS-EXEMPT-CNT   PIC 9(7)      VALUE 0.
           05  WS-NOFEE-CNT    PIC 9(7)      VALUE 0.
           05  WS-MAINT-CNT    PIC 9(7)      VALUE 0.
           05  WS-MAINT-AMT    PIC 9(11)V99  VALUE 0.
           05  WS-ITEMF-CNT    PIC 9(7)      VALUE 0.
           05  WS-ITEMF-AMT    PIC 9(11)V99  VALUE 0.
           05  WS-WAIVE-CNT    PIC 9(7)      VALUE 0.
           05  WS-WAIVE-AMT    PIC 9(11)V99  VALUE 0.
           05  WS-CHARGE-CNT   PIC 9(7)      VALUE 0.
           05  WS-CHARGE-AMT   PIC 9(11)V99  VALUE 0.
           05  WS-PRIOR-CNT    PIC 9(7)      VALUE 0.
           05  WS-PRIOR-AMT    PIC 9(11)V99  VALUE 0.
           05  WS-FAIL-CNT     PIC 9(7)      VALUE 0.
           05  WS-FAIL-AMT     PIC 9(11)V99  VALUE 0.
           05  WS-LINK-MAX     PIC 9(5)      VALUE 2000.
           05  WS-LINK-CNT     PIC 9(5)      VALUE 0.
           05  LNK-SUB         PIC 9(5)      VALUE 0.
           05  LINK-HIT-SW     PIC X         VALUE 'N'.
               88  LINK-HIT                  VALUE 'Y'.
           05  WS-CUST-MAX     PIC 9(5)      VALUE 2000.
           05  WS-CUST-CNT     PIC 9(5)      VALUE 0.
           05  WS-PREV-CUST    PIC X(8)      VALUE LOW-VALUES.
           05  LEDGER-FS       PIC XX        VALUE '00'.
               88  LEDGER-FS-OK              VALUE '00'.
           05  LINK-FS         PIC XX        VALUE '00'.
               88  LINK-FS-OK                VALUE '00'.
           05  LINK-OPEN-SW    PIC X         VALUE 'N'.
               88  LINK-OPEN                 VALUE 'Y'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  JRNL-FS         PIC XX        VALUE '00'.
               88  JRNL-FS-OK                VALUE '00'.

           COPY ACCTRC.

       COPY LOCKW.

      **** ACCOUNT-TO-CUSTOMER LINK TABLE, LOADED FROM CUSTLINK AT
      **** START.  AN ACCOUNT WITHOUT A LINK IS ITS OWN RELATIONSHIP. *
       01  WS-LINK-AREA VALUE SPACES.
           05  WS-LINK-TBL OCCURS 2000 TIMES.
             10  LT-ACCT         PIC X(8).
             10  LT-CUST-SUB     PIC 9(5).

      **** ONE ROW PER CUSTOMER WITH THE COMBINED BALANCE OF EVERY
      **** ACCOUNT THEY HOLD *******************************************
       01  WS-CUST-AREA VALUE SPACES.
           05  WS-CUST-TBL OCCURS 2000 TIMES.
             10  CT-CUST         PIC X(8).
             10  CT-TOTAL        PIC S9(11)V99.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '        SERVICE CHARGE ANALYSIS         '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(11) VALUE 'FEE MONTH  '.
           05 HL-MONTH        PIC 9(6).
           05 FILLER          PIC X(12) VALUE '   RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(43) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(17) VALUE 'SCHEDULE MIN AVG '.
           05 HL-MIN-AVG      PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(5)  VALUE ' FEE '.
           05 HL-MAINT-FEE    PIC ZZ9.99.
           05 FILLER          PIC X(6)  VALUE ' FREE '.
           05 HL-FREE-ITEMS   PIC ZZ9.
           05 FILLER          PIC X(3)  VALUE ' @ '.
           05 HL-ITEM-FEE     PIC ZZ9.99.
           05 FILLER          PIC X(7)  VALUE ' WAIVE '.
           05 HL-WAIVE-BAL    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.

       01  HDG-LINE4.
           05 FILLER          PIC X(40) VALUE
                   '  ACCOUNT       AVERAGE BAL  ITEMS   MAI'.
           05 FILLER          PIC X(40) VALUE
                   'NT  ITEM FEE       TOTAL  ACTION        '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-ACCT         PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-AVG-BAL      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-ITEMS        PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-MAINT        PIC ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-ITEM-FEE     PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-TOTAL        PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NOTE         PIC X(14).

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
           PERFORM LOAD-LINKS-RTN
               UNTIL LINK-EOF-SW = 'F'.
           PERFORM PRICE-LINK-RTN
               VARYING LNK-SUB FROM 1 BY 1
               UNTIL LNK-SUB > WS-LINK-CNT.
           PERFORM HDG-ROUTINE.
           PERFORM START-PASS-RTN.
           PERFORM PROCESS-ACCOUNT-RTN
              THRU PROCESS-ACCOUNT-RTN-EXIT
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           IF WS-PRIOR-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-FAIL-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41SCHG ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
      * NOTHING OPENS THE SHARED ACCOUNT CLUSTER FOR UPDATE WITHOUT
      * THE QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY
      * WHILE THIS JOB HOLDS IT, AND A SECOND BATCH UPDATER IS
      * REFUSED.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41SCHG - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'VSAMFILE' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41SCHG' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACCT-FILE.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41SCHG - ACCT-FILE OPEN FAILED, STATUS='
                       ACCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LEDGER-FILE.
           IF NOT LEDGER-FS-OK
               DISPLAY 'SU41SCHG - LEDGER-FILE OPEN FAILED, STATUS='
                       LEDGER-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO CUSTOMER LINKS SIMPLY MEANS EVERY ACCOUNT STANDS ON ITS OWN
      * BALANCE FOR THE WAIVER.
           OPEN INPUT LINK-FILE.
           IF NOT LINK-FS-OK
               DISPLAY 'SU41SCHG - NO CUSTOMER LINKS, STATUS='
                       LINK-FS
               MOVE 'F' TO LINK-EOF-SW
           ELSE
               MOVE 'Y' TO LINK-OPEN-SW
               READ LINK-FILE
                   AT END MOVE 'F' TO LINK-EOF-SW
               END-READ
           END-IF.
      * THE RECOVERY JOURNAL IS PERMANENT - ALWAYS EXTENDED, NEVER
      * REBUILT.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FS-OK
               DISPLAY 'SU41SCHG - JRNL-FILE OPEN FAILED, STATUS='
                       JRNL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41SCHG - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
      * A GUESSED FEE SCHEDULE WOULD CHARGE EVERY CUSTOMER THE WRONG
      * AMOUNT - A MISSING CARD STOPS THE RUN.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41SCHG ABEND - NO FEE SCHEDULE CARD, '
                       'STATUS=' CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CTL-FILE
               AT END MOVE 'F' TO CTL-EOF-SW.
           IF CTL-EOF-SW = 'F'
               DISPLAY 'SU41SCHG ABEND - FEE SCHEDULE CARD EMPTY'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE CTL-FILE.
       GET-CONTROL-RTN-EXIT. EXIT.

       LOAD-LINKS-RTN.
      * CUSTLINK ARRIVES IN CUSTOMER ORDER, SO A NEW CUSTOMER NUMBER
      * OPENS THE NEXT RELATIONSHIP ROW.
           ADD 1 TO WS-LINK-CNT.
           IF WS-LINK-CNT > WS-LINK-MAX
      * A DROPPED LINK WOULD UNDERSTATE A RELATIONSHIP AND CHARGE A
      * HOLDER WHO IS OWED THE WAIVER, SO THE RUN STOPS INSTEAD.
               DISPLAY 'SU41SCHG ABEND - LINK TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-LINK-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CLK-CUST-NUMBER NOT = WS-PREV-CUST
               ADD 1 TO WS-CUST-CNT
               IF WS-CUST-CNT > WS-CUST-MAX
                   DISPLAY 'SU41SCHG ABEND - CUSTOMER TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-CUST-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE CLK-CUST-NUMBER TO CT-CUST(WS-CUST-CNT)
               MOVE 0 TO CT-TOTAL(WS-CUST-CNT)
               MOVE CLK-CUST-NUMBER TO WS-PREV-CUST
           END-IF.
           MOVE CLK-ACCT-NUMBER TO LT-ACCT(WS-LINK-CNT).
           MOVE WS-CUST-CNT     TO LT-CUST-SUB(WS-LINK-CNT).
           READ LINK-FILE
               AT END MOVE 'F' TO LINK-EOF-SW.
       LOAD-LINKS-RTN-EXIT. EXIT.

       PRICE-LINK-RTN.
      * EACH LINKED ACCOUNT'S CURRENT BALANCE IS ADDED TO ITS
      * CUSTOMER'S RELATIONSHIP.  A LINK TO AN ACCOUNT NO LONGER ON
      * FILE ADDS NOTHING.
           MOVE LT-ACCT(LNK-SUB) TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY MOVE '23' TO ACCT-RC.
           IF ACCT-SUCCESSFUL
               ADD ACCT-BALANCE TO CT-TOTAL(LT-CUST-SUB(LNK-SUB))
           END-IF.
       PRICE-LINK-RTN-EXIT. EXIT.

       START-PASS-RTN.
      * THE ACCOUNTS AND THE LEDGER ARE WALKED TOGETHER IN ACCOUNT
      * ORDER.  A FEE ENTRY IS WRITTEN BEHIND THE LEDGER BROWSE, SO
      * IT NEVER COMES BACK ROUND TO THE PASS THAT POSTED IT.
           MOVE LOW-VALUES TO ACCT-NUMBER.
           START ACCT-FILE KEY NOT < ACCT-NUMBER
               INVALID KEY MOVE 'F' TO EOF-SW.
           IF EOF-SW NOT = 'F'
               READ ACCT-FILE NEXT RECORD
                   AT END MOVE 'F' TO EOF-SW
               END-READ
           END-IF.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'F' TO LDG-EOF-SW.
       START-PASS-RTN-EXIT. EXIT.

       PROCESS-ACCOUNT-RTN.
           ADD 1 TO WS-ACCT-READ.
           MOVE 'Y' TO FIRST-ENTRY-SW.
           MOVE 'N' TO PRIOR-CHARGE-SW.
           MOVE 1 TO WS-CUR-DAY.
           MOVE 0 TO WS-CUR-BAL.
           MOVE 0 TO WS-BAL-DAYS.
           MOVE 0 TO WS-ITEM-CNT.
           PERFORM TAKE-LEDGER-RTN THRU TAKE-LEDGER-RTN-EXIT
               UNTIL LDG-EOF-SW = 'F'
                  OR LK-ACCT-NUMBER > ACCT-NUMBER.
      * CLOSED, FROZEN AND DORMANT ACCOUNTS ARE NEVER CHARGED - THE
      * DORMANCY SWEEP OWNS WHAT HAPPENS TO A DORMANT BALANCE.  LOAN
      * ACCOUNTS ARE PRICED BY THEIR RATE, NOT BY THE FEE SCHEDULE.
           IF NOT ACCT-ACTIVE OR ACCT-DORMANT OR ACCT-LOAN
               ADD 1 TO WS-EXEMPT-CNT
               GO TO PROCESS-ACCOUNT-NEXT-RTN
           END-IF.
           PERFORM AVERAGE-BALANCE-RTN.
           MOVE 0 TO WS-MAINT-FEE.
           MOVE 0 TO WS-ITEM-FEE.
           MOVE 0 TO WS-PAID-ITEMS.
           IF WS-AVG-BAL < SVC-MIN-AVG-BAL
               MOVE SVC-MAINT-FEE TO WS-MAINT-FEE
           END-IF.
           IF WS-ITEM-CNT > SVC-FREE-ITEMS
               COMPUTE WS-PAID-ITEMS = WS-ITEM-CNT - SVC-FREE-ITEMS
               COMPUTE WS-ITEM-FEE = WS-PAID-ITEMS * SVC-ITEM-FEE
           END-IF.
           COMPUTE WS-FEE-TOTAL = WS-MAINT-FEE + WS-ITEM-FEE.
           IF WS-FEE-TOTAL = 0
               ADD 1 TO WS-NOFEE-CNT
               GO TO PROCESS-ACCOUNT-NEXT-RTN
           END-IF.
           IF WS-MAINT-FEE > 0
               ADD 1 TO WS-MAINT-CNT
               ADD WS-MAINT-FEE TO WS-MAINT-AMT
           END-IF.
           IF WS-ITEM-FEE > 0
               ADD 1 TO WS-ITEMF-CNT
               ADD WS-ITEM-FEE TO WS-ITEMF-AMT
           END-IF.
      * A SERVICE-CHARGE ENTRY ALREADY IN THE MONTH MEANS THIS IS A
      * RERUN - THE HOLDER IS NOT CHARGED TWICE.
           IF PRIOR-CHARGE
               ADD 1 TO WS-PRIOR-CNT
               ADD WS-FEE-TOTAL TO WS-PRIOR-AMT
               MOVE 'PRIOR CHARGE' TO DL-NOTE
               PERFORM WRITE-DETAIL-RTN
               GO TO PROCESS-ACCOUNT-NEXT-RTN
           END-IF.
           PERFORM FIND-RELATIONSHIP-RTN.
           IF SVC-WAIVE-REL-BAL > 0
                   AND WS-REL-BAL NOT < SVC-WAIVE-REL-BAL
               ADD 1 TO WS-WAIVE-CNT
               ADD WS-FEE-TOTAL TO WS-WAIVE-AMT
               MOVE 'WAIVED - REL' TO DL-NOTE
               PERFORM WRITE-DETAIL-RTN
               GO TO PROCESS-ACCOUNT-NEXT-RTN
           END-IF.
           PERFORM POST-FEE-RTN.
       PROCESS-ACCOUNT-NEXT-RTN.
           READ ACCT-FILE NEXT RECORD
               AT END MOVE 'F' TO EOF-SW.
       PROCESS-ACCOUNT-RTN-EXIT. EXIT.

       TAKE-LEDGER-RTN.
           IF LK-ACCT-NUMBER < ACCT-NUMBER
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
           IF LK-ACCT-NUMBER > ACCT-NUMBER
               GO TO TAKE-LEDGER-RTN-EXIT
           END-IF.
           IF LK-YYYYMM NOT = WS-RUN-YYYYMM
                   OR LK-DATE > WS-RUN-DATE-8
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
      * INTEREST AND SERVICE CHARGES ARE THE BANK'S OWN ENTRIES, NOT
      * ITEMS THE HOLDER GENERATED.
           IF LDG-SOURCE = 'SU41SCHG'
               MOVE 'Y' TO PRIOR-CHARGE-SW
           ELSE
               IF LDG-SOURCE NOT = 'SU41PG53'
                   ADD 1 TO WS-ITEM-CNT
               END-IF
           END-IF.
      * THE BALANCE CARRIED INTO A DAY COUNTS FOR EVERY DAY UP TO IT;
      * THE FIRST IN-MONTH ENTRY'S BEFORE-BALANCE IS THE OPENING.
           IF FIRST-ENTRY
               MOVE LDG-BEFORE-BALANCE TO WS-CUR-BAL
               MOVE 'N' TO FIRST-ENTRY-SW
           END-IF.
           IF LK-DD > WS-CUR-DAY
               COMPUTE WS-DAYS-HELD = LK-DD - WS-CUR-DAY
               COMPUTE WS-BAL-DAYS = WS-BAL-DAYS
                   + WS-CUR-BAL * WS-DAYS-HELD
               MOVE LK-DD TO WS-CUR-DAY
           END-IF.
           MOVE LDG-AFTER-BALANCE TO WS-CUR-BAL.
       TAKE-LEDGER-NEXT-RTN.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'F' TO LDG-EOF-SW.
       TAKE-LEDGER-RTN-EXIT. EXIT.

       AVERAGE-BALANCE-RTN.
      * NO ENTRY THIS MONTH MEANS THE BALANCE HAS STOOD ALL MONTH.
      * THE LAST BALANCE SEEN STANDS FROM ITS DAY THROUGH THE RUN
      * DATE INCLUSIVE.
           IF FIRST-ENTRY
               MOVE ACCT-BALANCE TO WS-CUR-BAL
           END-IF.
           COMPUTE WS-DAYS-HELD = WS-RUN-DD - WS-CUR-DAY + 1.
           COMPUTE WS-BAL-DAYS = WS-BAL-DAYS
               + WS-CUR-BAL * WS-DAYS-HELD.
           COMPUTE WS-AVG-BAL ROUNDED = WS-BAL-DAYS / WS-RUN-DD.
       AVERAGE-BALANCE-RTN-EXIT. EXIT.

       FIND-RELATIONSHIP-RTN.
      * AN ACCOUNT HELD BY MORE THAN ONE CUSTOMER TAKES THE RICHEST
      * OF ITS RELATIONSHIPS; AN UNLINKED ACCOUNT STANDS ALONE.
           MOVE ACCT-BALANCE TO WS-REL-BAL.
           MOVE 'N' TO LINK-HIT-SW.
           PERFORM MATCH-LINK-RTN
               VARYING LNK-SUB FROM 1 BY 1
               UNTIL LNK-SUB > WS-LINK-CNT.
       FIND-RELATIONSHIP-RTN-EXIT. EXIT.

       MATCH-LINK-RTN.
           IF LT-ACCT(LNK-SUB) = ACCT-NUMBER
               IF NOT LINK-HIT
                   OR CT-TOTAL(LT-CUST-SUB(LNK-SUB)) > WS-REL-BAL
                   MOVE CT-TOTAL(LT-CUST-SUB(LNK-SUB)) TO WS-REL-BAL
                   MOVE 'Y' TO LINK-HIT-SW
               END-IF
           END-IF.
       MATCH-LINK-RTN-EXIT. EXIT.

       POST-FEE-RTN.
           MOVE ACCT-BALANCE TO WS-BEFORE.
           MOVE ACCT-RECORD TO WS-BEFORE-IMAGE.
           SUBTRACT WS-FEE-TOTAL FROM ACCT-BALANCE.
           REWRITE ACCT-RECORD.
      * JOURNAL AND LEDGER ONLY WHAT ACTUALLY HAPPENED - A FAILED
      * REWRITE MUST NOT LEAVE AN AFTER-IMAGE FOR THE REPLAY.
           IF ACCT-SUCCESSFUL
               PERFORM WRITE-RECOVERY-RTN
               PERFORM WRITE-LEDGER-RTN
               ADD 1 TO WS-CHARGE-CNT
               ADD WS-FEE-TOTAL TO WS-CHARGE-AMT
               MOVE 'CHARGED' TO DL-NOTE
           ELSE
               DISPLAY 'SU41SCHG - FEE REWRITE FAILED ACCT='
                       ACCT-NUMBER ' STATUS=' ACCT-RC
               ADD 1 TO WS-FAIL-CNT
               ADD WS-FEE-TOTAL TO WS-FAIL-AMT
               MOVE 'REWRITE FAILED' TO DL-NOTE
           END-IF.
           PERFORM WRITE-DETAIL-RTN.
       POST-FEE-RTN-EXIT. EXIT.

       WRITE-LEDGER-RTN.
      * THE RECORD AREA HOLDS THE NEXT ACCOUNT'S LOOK-AHEAD ENTRY -
      * IT IS PUT BACK ONCE THE FEE ENTRY IS WRITTEN.
           MOVE LEDGER-REC      TO WS-LDG-AHEAD.
           MOVE SPACES          TO LEDGER-REC.
           MOVE ACCT-NUMBER     TO LK-ACCT-NUMBER.
           MOVE WS-RUN-DATE-8   TO LK-DATE.
           MOVE WS-RUN-TIME(1:6) TO LK-TIME.
           MOVE 'SU41SCHG'      TO LDG-SOURCE.
           MOVE 'BATCH   '      TO LDG-USERID.
           MOVE WS-BEFORE       TO LDG-BEFORE-BALANCE.
           MOVE ACCT-BALANCE    TO LDG-AFTER-BALANCE.
           WRITE LEDGER-REC
               INVALID KEY
                   DISPLAY 'SU41SCHG LEDGER DUP KEY ACCT='
                           ACCT-NUMBER
                   MOVE 8 TO RETURN-CODE.
           MOVE WS-LDG-AHEAD    TO LEDGER-REC.
       WRITE-LEDGER-RTN-EXIT. EXIT.

       WRITE-RECOVERY-RTN.
      * BEFORE/AFTER IMAGE TO THE FORWARD-RECOVERY JOURNAL, THE SAME
      * RECORD THE ONLINE SUITE APPENDS - SU41PGM54 ROLLS A RESTORED
      * BACKUP FORWARD FROM THESE.
           MOVE 'U'              TO RCV-ACTION.
           MOVE WS-RUN-DATE-8    TO RCV-DATE.
           MOVE WS-RUN-TIME(1:6) TO RCV-TIME.
           MOVE 'BATCH   '       TO RCV-USERID.
           MOVE 'SU41SCHG'       TO RCV-PROGRAM.
           MOVE ACCT-NUMBER      TO RCV-ACCT-NUMBER.
           MOVE WS-BEFORE-IMAGE  TO RCV-BEFORE-IMAGE.
           MOVE ACCT-RECORD      TO RCV-AFTER-IMAGE.
           WRITE JRNL-REC.
       WRITE-RECOVERY-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
           MOVE ACCT-NUMBER  TO DL-ACCT.
           MOVE WS-AVG-BAL   TO DL-AVG-BAL.
           MOVE WS-ITEM-CNT  TO DL-ITEMS.
           MOVE WS-MAINT-FEE TO DL-MAINT.
           MOVE WS-ITEM-FEE  TO DL-ITEM-FEE.
           MOVE WS-FEE-TOTAL TO DL-TOTAL.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-YYYYMM TO HL-MONTH.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SVC-MIN-AVG-BAL   TO HL-MIN-AVG.
           MOVE SVC-MAINT-FEE     TO HL-MAINT-FEE.
           MOVE SVC-FREE-ITEMS    TO HL-FREE-ITEMS.
           MOVE SVC-ITEM-FEE      TO HL-ITEM-FEE.
           MOVE SVC-WAIVE-REL-BAL TO HL-WAIVE-BAL.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE4 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACCOUNTS READ' TO CTL-LABEL.
           MOVE WS-ACCT-READ TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'CLOSED/FROZEN/DORMANT/LOAN - EXEMPT' TO CTL-LABEL.
           MOVE WS-EXEMPT-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'NO FEE DUE' TO CTL-LABEL.
           MOVE WS-NOFEE-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'MAINTENANCE FEES ASSESSED' TO CTL-LABEL.
           MOVE WS-MAINT-CNT TO CTL-COUNT.
           MOVE WS-MAINT-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'ITEM FEES ASSESSED' TO CTL-LABEL.
           MOVE WS-ITEMF-CNT TO CTL-COUNT.
           MOVE WS-ITEMF-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'FEES WAIVED - RELATIONSHIP' TO CTL-LABEL.
           MOVE WS-WAIVE-CNT TO CTL-COUNT.
           MOVE WS-WAIVE-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'FEES CHARGED' TO CTL-LABEL.
           MOVE WS-CHARGE-CNT TO CTL-COUNT.
           MOVE WS-CHARGE-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'ALREADY CHARGED THIS MONTH' TO CTL-LABEL.
           MOVE WS-PRIOR-CNT TO CTL-COUNT.
           MOVE WS-PRIOR-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'POSTING FAILURES' TO CTL-LABEL.
           MOVE WS-FAIL-CNT TO CTL-COUNT.
           MOVE WS-FAIL-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE ACCT-FILE LEDGER-FILE OUT-FILE JRNL-FILE.
           IF LINK-OPEN
               CLOSE LINK-FILE
           END-IF.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
