       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41CLRV.
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
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS LDG-KEY
                      FILE STATUS IS LEDGER-FS.
            SELECT APPR-FILE
              ASSIGN TO PENDAPPR
                ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                    RECORD KEY IS APR-ACCT-NUMBER
                      FILE STATUS IS APPR-FS.
            SELECT HIST-FILE ASSIGN TO JRHIST
                     FILE STATUS IS HIST-FS.
            SELECT CURR-FILE ASSIGN TO CURRFILE
                     FILE STATUS IS CURR-FS.
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
                   15  LK-YYYY         PIC 9(04).
                   15  LK-MM           PIC 9(02).
                   15  LK-DD           PIC 9(02).
               10  LK-TIME             PIC 9(06).
           05  LDG-SOURCE              PIC X(08).
      * THE BANK'S OWN POSTINGS - NEVER A PAYMENT BY THE HOLDER
               88  LDG-BANK-ENTRY          VALUE 'SU41PG53'
                                                 'SU41SCHG'
                                                 'LOANINT '
                                                 'LOANPRIN'.
           05  LDG-USERID              PIC X(08).
           05  LDG-BEFORE-BALANCE      PIC S9(9)V99.
           05  LDG-AFTER-BALANCE       PIC S9(9)V99.
           05  LDG-XREF-ACCT           PIC X(08).
           05  FILLER                  PIC X(12).

       FD  APPR-FILE.
       01  APR-RECORD.
           COPY APPRREC.

      **** THE FORWARD-RECOVERY JOURNAL READ BACK FOR FREEZE HISTORY -
      **** LAYOUT AS IN RCVREC.CPY, WITH THE STATUS BYTE OF EACH IMAGE
      **** NAMED *******************************************************
       FD  HIST-FILE.
       01  HIST-REC.
           05  JH-ACTION               PIC X(01).
           05  JH-DATE                 PIC 9(08).
           05  JH-TIME                 PIC 9(06).
           05  JH-USERID               PIC X(08).
           05  JH-PROGRAM              PIC X(08).
           05  JH-ACCT-NUMBER          PIC X(08).
           05  JH-BEFORE-IMAGE.
               10  FILLER              PIC X(08).
               10  JH-BEFORE-STATUS    PIC X(01).
               10  FILLER              PIC X(212).
           05  JH-AFTER-IMAGE.
               10  FILLER              PIC X(08).
               10  JH-AFTER-STATUS     PIC X(01).
               10  FILLER              PIC X(212).

       FD  CURR-FILE.
           COPY CURRCTL.

       FD  CTL-FILE.
           COPY CLRCTL.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** FORWARD-RECOVERY JOURNAL (RCVREC LAYOUT) - ONE IMAGE PER
      **** ACCOUNT FLAGGED PENDING *************************************
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
      *                                * QUARTERLY CREDIT-LIMIT        *
      *                                * REVIEW.  EVERY OPEN REVOLVING *
      *                                * ACCOUNT WITH A LIMIT IS       *
      *                                * SCORED 0-100 ON UTILIZATION,  *
      *                                * PAYMENT HISTORY AND LIMIT     *
      *                                * BREACHES OFF THE ACCTLDG      *
      *                                * LEDGER, FREEZES OFF THE       *
      *                                * RECOVERY JOURNAL, DORMANCY    *
      *                                * AND ACCOUNT AGE.  THE CONTROL *
      *                                * CARD'S SCORE BANDS TURN THE   *
      *                                * SCORE INTO AN INCREASE OR A   *
      *                                * DECREASE.  NOTHING IS APPLIED *
      *                                * HERE - EACH RECOMMENDATION IS *
      *                                * QUEUED ON PENDAPPR AND THE    *
      *                                * ACCOUNT FLAGGED PENDING, SO A *
      *                                * CHECKER RULES ON IT IN        *
      *                                * P50ACCT LIKE ANY OTHER LARGE  *
      *                                * LIMIT CHANGE.                 *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  LDG-EOF-SW      PIC X         VALUE SPACES.
           05  HIST-EOF-SW     PIC X         VALUE SPACES.
           05  CURR-EOF-SW     PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE-R   REDEFINES WS-RUN-DATE-8.
               10  WS-RUN-YYYY    PIC 9(4).
               10  WS-RUN-MM      PIC 9(2).
               10  WS-RUN-DD      PIC 9(2).
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-RUN-SERIAL   PIC 9(6)      VALUE 0.
           05  WS-WIN-SERIAL   PIC 9(6)      VALUE 0.
           05  WS-ENTRY-SERIAL PIC 9(6)      VALUE 0.
           05  WS-FIRST-SERIAL PIC 9(6)      VALUE 0.
           05  WS-WIN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-WIN-DATE-R   REDEFINES WS-WIN-DATE-8.
               10  WS-WIN-YYYY    PIC 9(4).
               10  WS-WIN-MM      PIC 9(2).
               10  WS-WIN-DD      PIC 9(2).
           05  WS-END-YYYYMM   PIC 9(6)      VALUE 0.
           05  WS-END-R        REDEFINES WS-END-YYYYMM.
               10  WS-END-YYYY    PIC 9(4).
               10  WS-END-MM      PIC 9(2).
           05  WS-SER-QUOT     PIC 9(6)      VALUE 0.
           05  WS-SER-REM      PIC 9(2)      VALUE 0.
           05  WS-MON-IDX      PIC 9(6)      VALUE 0.
           05  WS-MON-SUB      PIC 9(3)      VALUE 0.
           05  WS-NEXT-MON     PIC 9(3)      VALUE 0.
           05  WS-CUR-BAL      PIC S9(9)V99  VALUE 0.
           05  FIRST-ENTRY-SW  PIC X         VALUE 'Y'.
               88  FIRST-ENTRY               VALUE 'Y'.
           05  WS-MISSED       PIC 9(3)      VALUE 0.
           05  WS-BREACHES     PIC 9(3)      VALUE 0.
           05  WS-FREEZES      PIC 9(3)      VALUE 0.
           05  WS-AGE-MONTHS   PIC 9(5)      VALUE 0.
           05  WS-UTIL         PIC 9(5)      VALUE 0.
           05  WS-SCORE        PIC 9(3)      VALUE 0.
           05  BND-SUB         PIC 9         VALUE 0.
           05  BAND-SW         PIC X         VALUE 'N'.
               88  BAND-FOUND                VALUE 'Y'.
           05  WS-NEW-LIMIT    PIC 9(9)V99   VALUE 0.
           05  WS-CHANGE       PIC 9(9)V99   VALUE 0.
           05  WS-WHOLE        PIC 9(9)      VALUE 0.
           05  WS-MIN-CHANGE-C PIC 9(9)V99   VALUE 0.
           05  WS-MAX-INC-C    PIC 9(9)V99   VALUE 0.
           05  WS-MAX-LIMIT-C  PIC 9(9)V99   VALUE 0.
           05  WS-MIN-LIMIT-C  PIC 9(9)V99   VALUE 0.
           05  WS-USD-CHANGE   PIC 9(9)V99   VALUE 0.
           05  WS-RATE-PER-USD PIC 9(5)V9999 VALUE 1.
           05  CURR-TBL-COUNT  PIC 99        VALUE 0.
           05  CURR-FOUND-SW   PIC X         VALUE 'N'.
               88  CURR-FOUND                VALUE 'Y'.
           05  WS-ACTION       PIC X(9)      VALUE SPACES.
           05  WS-NOTE         PIC X(11)     VALUE SPACES.
           05  WS-BEFORE-IMAGE PIC X(221)    VALUE SPACES.
           05  WS-FRZ-MAX      PIC 9(5)      VALUE 2000.
           05  WS-FRZ-CNT      PIC 9(5)      VALUE 0.
           05  FRZ-SUB         PIC 9(5)      VALUE 0.
           05  WS-FRZ-HIT      PIC 9(5)      VALUE 0.
           05  WS-ACCT-READ    PIC 9(7)      VALUE 0.
           05  WS-SKIP-CNT     PIC 9(7)      VALUE 0.
           05  WS-PEND-CNT     PIC 9(7)      VALUE 0.
           05  WS-REVIEW-CNT   PIC 9(7)      VALUE 0.
           05  WS-INC-CNT      PIC 9(7)      VALUE 0.
           05  WS-INC-AMT      PIC 9(11)V99  VALUE 0.
           05  WS-DEC-CNT      PIC 9(7)      VALUE 0.
           05  WS-DEC-AMT      PIC 9(11)V99  VALUE 0.
           05  WS-HELD-CNT     PIC 9(7)      VALUE 0.
           05  WS-SAME-CNT     PIC 9(7)      VALUE 0.
           05  WS-QUEUED-CNT   PIC 9(7)      VALUE 0.
           05  WS-ONQ-CNT      PIC 9(7)      VALUE 0.
           05  WS-FAIL-CNT     PIC 9(7)      VALUE 0.
           05  LEDGER-FS       PIC XX        VALUE '00'.
               88  LEDGER-FS-OK              VALUE '00'.
           05  APPR-FS         PIC XX        VALUE '00'.
               88  APPR-FS-OK                VALUE '00'.
               88  APPR-FS-DUP               VALUE '22'.
           05  HIST-FS         PIC XX        VALUE '00'.
               88  HIST-FS-OK                VALUE '00'.
           05  CURR-FS         PIC XX        VALUE '00'.
               88  CURR-FS-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  JRNL-FS         PIC XX        VALUE '00'.
               88  JRNL-FS-OK                VALUE '00'.

           COPY ACCTRC.

       COPY LOCKW.

      **** ONE ROW PER MONTH OF THE REVIEW WINDOW, OLDEST FIRST, FOR
      **** THE ACCOUNT IN HAND - OWED IS A BALANCE CARRIED INTO THE
      **** MONTH, PAID IS A HOLDER ENTRY THAT BROUGHT THE BALANCE
      **** DOWN DURING IT. *********************************************
       01  WS-MON-AREA VALUE SPACES.
           05  WS-MON-TBL OCCURS 25 TIMES.
             10  MON-OWED-SW     PIC X.
                 88  MON-OWED              VALUE 'Y'.
             10  MON-PAID-SW     PIC X.
                 88  MON-PAID              VALUE 'Y'.

      **** ACCOUNTS FROZEN SINCE THE WINDOW OPENED, WITH HOW MANY
      **** TIMES, LOADED FROM THE RECOVERY JOURNAL AT START. ***********
       01  WS-FRZ-AREA VALUE SPACES.
           05  WS-FRZ-TBL OCCURS 2000 TIMES.
             10  FT-ACCT         PIC X(8).
             10  FT-COUNT        PIC 9(3).

       01  CURR-TABLE.
           05 CURR-ENTRY OCCURS 20 TIMES INDEXED BY CURR-IDX.
              10 TBL-CURR-CODE     PIC X(3).
              10 TBL-CURR-RATE     PIC 9(5)V9999.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '          CREDIT-LIMIT REVIEW           '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(14) VALUE 'REVIEW WINDOW '.
           05 HL-WIN-FROM     PIC 9(6).
           05 FILLER          PIC X(4)  VALUE ' TO '.
           05 HL-WIN-TO       PIC 9(6).
           05 FILLER          PIC X(12) VALUE '   RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 HL-MODE         PIC X(27).

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   ' ACCOUNT  CUR UTL MS BR FZ AGE D SCR OLD'.
           05 FILLER          PIC X(40) VALUE
                   ' LIMIT NEW LIMIT ACTION    NOTE         '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ACCT         PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CURR         PIC X(3).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-UTIL         PIC ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-MISSED       PIC Z9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-BREACH       PIC Z9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FREEZE       PIC Z9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-AGE          PIC ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DORM         PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SCORE        PIC ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-OLD-LIMIT    PIC ZZZZZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NEW-LIMIT    PIC ZZZZZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ACTION       PIC X(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NOTE         PIC X(11).
           05 FILLER          PIC X(2)  VALUE SPACES.

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
           PERFORM GET-CURR-RATES-RTN.
           PERFORM SET-WINDOW-RTN.
           READ HIST-FILE
               AT END MOVE 'F' TO HIST-EOF-SW.
           PERFORM LOAD-FREEZE-RTN THRU LOAD-FREEZE-RTN-EXIT
               UNTIL HIST-EOF-SW = 'F'.
           CLOSE HIST-FILE.
           PERFORM HDG-ROUTINE.
           PERFORM START-PASS-RTN.
           PERFORM PROCESS-ACCOUNT-RTN
              THRU PROCESS-ACCOUNT-RTN-EXIT
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           IF WS-FAIL-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * NOTHING OPENS THE SHARED ACCOUNT CLUSTER FOR UPDATE WITHOUT
      * THE QUIESCE LOCK - THE REVIEW SETS THE PENDING FLAG ON EVERY
      * ACCOUNT IT QUEUES.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41CLRV - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'VSAMFILE' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41CLRV' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACCT-FILE.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41CLRV - ACCT-FILE OPEN FAILED, STATUS='
                       ACCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF NOT LEDGER-FS-OK
               DISPLAY 'SU41CLRV - LEDGER-FILE OPEN FAILED, STATUS='
                       LEDGER-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O APPR-FILE.
           IF NOT APPR-FS-OK
               DISPLAY 'SU41CLRV - APPR-FILE OPEN FAILED, STATUS='
                       APPR-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * WITHOUT THE JOURNAL A FROZEN ACCOUNT WOULD SCORE AS CLEAN, SO
      * THE HISTORY IS REQUIRED.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FS-OK
               DISPLAY 'SU41CLRV - HIST-FILE OPEN FAILED, STATUS='
                       HIST-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RECOVERY JOURNAL IS PERMANENT - ALWAYS EXTENDED, NEVER
      * REBUILT.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FS-OK
               DISPLAY 'SU41CLRV - JRNL-FILE OPEN FAILED, STATUS='
                       JRNL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41CLRV - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41CLRV ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           ACCEPT WS-RUN-TIME FROM TIME.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
      * LIMITS MOVED OFF GUESSED BANDS WOULD BE WRONG FOR EVERY
      * CUSTOMER - A MISSING OR UNUSABLE CARD STOPS THE RUN.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41CLRV ABEND - NO REVIEW CONTROL CARD, '
                       'STATUS=' CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CTL-FILE
               AT END MOVE 'F' TO CTL-EOF-SW.
           IF CTL-EOF-SW = 'F'
               DISPLAY 'SU41CLRV ABEND - REVIEW CONTROL CARD EMPTY'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CLR-REVIEW-MONTHS NOT NUMERIC
                   OR CLR-REVIEW-MONTHS = 0
                   OR CLR-REVIEW-MONTHS > 24
               DISPLAY 'SU41CLRV ABEND - REVIEW MONTHS MUST BE 01-24'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE CTL-FILE.
       GET-CONTROL-RTN-EXIT. EXIT.

       GET-CURR-RATES-RTN.
           OPEN INPUT CURR-FILE.
           IF NOT CURR-FS-OK
               DISPLAY 'SU41CLRV - CURR-FILE OPEN FAILED, STATUS='
                       CURR-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CURR-FILE
             AT END MOVE 'F' TO CURR-EOF-SW.
           PERFORM LOAD-CURR-ENTRY-RTN
               UNTIL CURR-EOF-SW = 'F'.
           CLOSE CURR-FILE.
       GET-CURR-RATES-RTN-EXIT. EXIT.

       LOAD-CURR-ENTRY-RTN.
           IF CURR-TBL-COUNT < 20
               ADD 1 TO CURR-TBL-COUNT
               MOVE CURR-CODE        TO TBL-CURR-CODE(CURR-TBL-COUNT)
               MOVE CURR-RATE-PER-USD TO TBL-CURR-RATE(CURR-TBL-COUNT)
           END-IF.
           READ CURR-FILE
             AT END MOVE 'F' TO CURR-EOF-SW.
       LOAD-CURR-ENTRY-RTN-EXIT. EXIT.

       SET-WINDOW-RTN.
      * MONTHS ARE NUMBERED YEAR X 12 + MONTH - 1 SO A WINDOW CAN RUN
      * BACK ACROSS A YEAR END.  THE WINDOW IS THE COMPLETE MONTHS
      * BEFORE THE RUN MONTH; ENTRIES IN THE RUN MONTH STILL COUNT
      * FOR BREACHES, BUT A MONTH NOT YET OVER IS NEVER A MISSED
      * PAYMENT.
           COMPUTE WS-RUN-SERIAL = WS-RUN-YYYY * 12 + WS-RUN-MM - 1.
           COMPUTE WS-WIN-SERIAL = WS-RUN-SERIAL - CLR-REVIEW-MONTHS.
           DIVIDE WS-WIN-SERIAL BY 12 GIVING WS-SER-QUOT
               REMAINDER WS-SER-REM.
           MOVE WS-SER-QUOT TO WS-WIN-YYYY.
           COMPUTE WS-WIN-MM = WS-SER-REM + 1.
           MOVE 1 TO WS-WIN-DD.
           COMPUTE WS-SER-QUOT = WS-RUN-SERIAL - 1.
           DIVIDE WS-SER-QUOT BY 12 GIVING WS-SER-QUOT
               REMAINDER WS-SER-REM.
           MOVE WS-SER-QUOT TO WS-END-YYYY.
           COMPUTE WS-END-MM = WS-SER-REM + 1.
       SET-WINDOW-RTN-EXIT. EXIT.

       LOAD-FREEZE-RTN.
      * A FREEZE IS ANY JOURNALED CHANGE THAT TOOK THE ACCOUNT INTO
      * STATUS F, ONLINE OR BATCH (THE BREACH MONITOR'S AUTO-FREEZE
      * INCLUDED), SINCE THE WINDOW OPENED.
           IF JH-DATE < WS-WIN-DATE-8
                   OR JH-AFTER-STATUS NOT = 'F'
                   OR JH-BEFORE-STATUS = 'F'
               GO TO LOAD-FREEZE-NEXT-RTN
           END-IF.
           MOVE 0 TO WS-FRZ-HIT.
           PERFORM MATCH-FREEZE-RTN
               VARYING FRZ-SUB FROM 1 BY 1
               UNTIL FRZ-SUB > WS-FRZ-CNT OR WS-FRZ-HIT > 0.
           IF WS-FRZ-HIT > 0
               ADD 1 TO FT-COUNT(WS-FRZ-HIT)
               GO TO LOAD-FREEZE-NEXT-RTN
           END-IF.
           ADD 1 TO WS-FRZ-CNT.
           IF WS-FRZ-CNT > WS-FRZ-MAX
      * A DROPPED FREEZE WOULD SCORE A TROUBLED ACCOUNT AS CLEAN AND
      * RECOMMEND IT AN INCREASE, SO THE RUN STOPS INSTEAD.
               DISPLAY 'SU41CLRV ABEND - FREEZE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-FRZ-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE JH-ACCT-NUMBER TO FT-ACCT(WS-FRZ-CNT).
           MOVE 1 TO FT-COUNT(WS-FRZ-CNT).
       LOAD-FREEZE-NEXT-RTN.
           READ HIST-FILE
               AT END MOVE 'F' TO HIST-EOF-SW.
       LOAD-FREEZE-RTN-EXIT. EXIT.

       MATCH-FREEZE-RTN.
           IF FT-ACCT(FRZ-SUB) = JH-ACCT-NUMBER
               MOVE FRZ-SUB TO WS-FRZ-HIT
           END-IF.
       MATCH-FREEZE-RTN-EXIT. EXIT.

       START-PASS-RTN.
      * THE ACCOUNTS AND THE LEDGER ARE WALKED TOGETHER IN ACCOUNT
      * ORDER, AS THE SERVICE-CHARGE RUN DOES.
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
           MOVE SPACES TO WS-MON-AREA.
           MOVE 1 TO WS-NEXT-MON.
           MOVE 0 TO WS-CUR-BAL.
           MOVE 0 TO WS-BREACHES.
           MOVE 0 TO WS-FIRST-SERIAL.
           PERFORM TAKE-LEDGER-RTN THRU TAKE-LEDGER-RTN-EXIT
               UNTIL LDG-EOF-SW = 'F'
                  OR LK-ACCT-NUMBER > ACCT-NUMBER.
      * CLOSED ACCOUNTS AND LOANS HAVE NO LINE TO REVIEW, AND AN
      * ACCOUNT WITH NO LIMIT WAS NEVER GIVEN ONE.
           IF ACCT-CLOSED OR ACCT-LOAN OR ACCT-CREDIT-LIMIT = 0
               ADD 1 TO WS-SKIP-CNT
               GO TO PROCESS-ACCOUNT-NEXT-RTN
           END-IF.
      * ONE PENDING CHANGE PER ACCOUNT - WHATEVER IS ALREADY WAITING
      * FOR A CHECKER IS LEFT FOR THE NEXT REVIEW.
           IF ACCT-CHANGE-PENDING
               ADD 1 TO WS-PEND-CNT
               GO TO PROCESS-ACCOUNT-NEXT-RTN
           END-IF.
           ADD 1 TO WS-REVIEW-CNT.
           PERFORM CLOSE-HISTORY-RTN.
           PERFORM SCORE-ACCOUNT-RTN.
           PERFORM RECOMMEND-RTN THRU RECOMMEND-RTN-EXIT.
           MOVE SPACES TO WS-NOTE.
           IF WS-NEW-LIMIT NOT = ACCT-CREDIT-LIMIT
               IF CLR-QUEUE
                   PERFORM QUEUE-CHANGE-RTN THRU QUEUE-CHANGE-RTN-EXIT
               ELSE
                   MOVE 'TRIAL RUN' TO WS-NOTE
               END-IF
           END-IF.
           PERFORM WRITE-DETAIL-RTN.
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
           COMPUTE WS-ENTRY-SERIAL = LK-YYYY * 12 + LK-MM - 1.
      * THE OLDEST ENTRY ON FILE DATES THE ACCOUNT, AND ITS BEFORE-
      * BALANCE IS WHAT WAS CARRIED INTO ANY EARLIER WINDOW MONTH.
           IF FIRST-ENTRY
               MOVE WS-ENTRY-SERIAL TO WS-FIRST-SERIAL
               MOVE LDG-BEFORE-BALANCE TO WS-CUR-BAL
               MOVE 'N' TO FIRST-ENTRY-SW
           END-IF.
           IF WS-ENTRY-SERIAL < WS-WIN-SERIAL
               MOVE LDG-AFTER-BALANCE TO WS-CUR-BAL
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
           COMPUTE WS-MON-IDX = WS-ENTRY-SERIAL - WS-WIN-SERIAL.
           ADD 1 TO WS-MON-IDX.
           IF WS-MON-IDX > CLR-REVIEW-MONTHS + 1
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
           IF WS-MON-IDX NOT < WS-NEXT-MON
               PERFORM CARRY-MONTH-RTN
                   VARYING WS-MON-SUB FROM WS-NEXT-MON BY 1
                   UNTIL WS-MON-SUB > WS-MON-IDX
               COMPUTE WS-NEXT-MON = WS-MON-IDX + 1
           END-IF.
           IF NOT LDG-BANK-ENTRY
                   AND LDG-AFTER-BALANCE < LDG-BEFORE-BALANCE
               MOVE 'Y' TO MON-PAID-SW(WS-MON-IDX)
           END-IF.
      * A BREACH IS COUNTED WHEN AN ENTRY TAKES THE BALANCE OVER THE
      * LIMIT, NOT FOR EVERY ENTRY WHILE IT STAYS THERE.  THE LIMIT
      * JUDGED IS TODAY'S.
           IF LDG-AFTER-BALANCE > ACCT-CREDIT-LIMIT
                   AND LDG-BEFORE-BALANCE NOT > ACCT-CREDIT-LIMIT
               ADD 1 TO WS-BREACHES
           END-IF.
           MOVE LDG-AFTER-BALANCE TO WS-CUR-BAL.
       TAKE-LEDGER-NEXT-RTN.
           READ LEDGER-FILE NEXT RECORD
               AT END MOVE 'F' TO LDG-EOF-SW.
       TAKE-LEDGER-RTN-EXIT. EXIT.

       CARRY-MONTH-RTN.
           IF WS-CUR-BAL > 0
               MOVE 'Y' TO MON-OWED-SW(WS-MON-SUB)
           END-IF.
       CARRY-MONTH-RTN-EXIT. EXIT.

       CLOSE-HISTORY-RTN.
      * NO LEDGER AT ALL MEANS TODAY'S BALANCE HAS STOOD THROUGH THE
      * WHOLE WINDOW.
           IF FIRST-ENTRY
               MOVE ACCT-BALANCE TO WS-CUR-BAL
           END-IF.
           PERFORM CARRY-MONTH-RTN
               VARYING WS-MON-SUB FROM WS-NEXT-MON BY 1
               UNTIL WS-MON-SUB > CLR-REVIEW-MONTHS.
           MOVE 0 TO WS-MISSED.
           PERFORM COUNT-MISSED-RTN
               VARYING WS-MON-SUB FROM 1 BY 1
               UNTIL WS-MON-SUB > CLR-REVIEW-MONTHS.
      * AGE RUNS FROM THE OLDEST LEDGER ENTRY STILL ON FILE - AN
      * ACCOUNT WITH NO LEDGER HISTORY HAS NO PROVEN AGE.
           IF FIRST-ENTRY
               MOVE 0 TO WS-AGE-MONTHS
           ELSE
               COMPUTE WS-AGE-MONTHS = WS-RUN-SERIAL - WS-FIRST-SERIAL
           END-IF.
           MOVE 0 TO WS-FREEZES.
           PERFORM FIND-FREEZE-RTN
               VARYING FRZ-SUB FROM 1 BY 1
               UNTIL FRZ-SUB > WS-FRZ-CNT.
           MOVE 0 TO WS-UTIL.
           IF ACCT-BALANCE > 0
               COMPUTE WS-UTIL ROUNDED =
                   ACCT-BALANCE * 100 / ACCT-CREDIT-LIMIT
                   ON SIZE ERROR MOVE 999 TO WS-UTIL
               END-COMPUTE
               IF WS-UTIL > 999
                   MOVE 999 TO WS-UTIL
               END-IF
           END-IF.
       CLOSE-HISTORY-RTN-EXIT. EXIT.

       COUNT-MISSED-RTN.
           IF MON-OWED(WS-MON-SUB) AND NOT MON-PAID(WS-MON-SUB)
               ADD 1 TO WS-MISSED
           END-IF.
       COUNT-MISSED-RTN-EXIT. EXIT.

       FIND-FREEZE-RTN.
           IF FT-ACCT(FRZ-SUB) = ACCT-NUMBER
               MOVE FT-COUNT(FRZ-SUB) TO WS-FREEZES
           END-IF.
       FIND-FREEZE-RTN-EXIT. EXIT.

       SCORE-ACCOUNT-RTN.
      *                                *********************************
      *                                * SCORE OUT OF 100:             *
      *                                *  UTILIZATION        20        *
      *                                *  PAYMENT HISTORY    25        *
      *                                *  LIMIT BREACHES     20        *
      *                                *  FREEZES            15        *
      *                                *  ACCOUNT AGE        10        *
      *                                *  NOT DORMANT        10        *
      *                                * A LIGHTLY USED LINE SCORES    *
      *                                * WELL ON RISK - WHETHER IT     *
      *                                * NEEDS MORE IS THE INCREASE    *
      *                                * GATE'S QUESTION, NOT THE      *
      *                                * SCORE'S.                      *
      *                                *********************************
           MOVE 0 TO WS-SCORE.
           EVALUATE TRUE
               WHEN WS-UTIL NOT > 30
                   ADD 20 TO WS-SCORE
               WHEN WS-UTIL NOT > 50
                   ADD 15 TO WS-SCORE
               WHEN WS-UTIL NOT > 80
                   ADD 10 TO WS-SCORE
               WHEN WS-UTIL NOT > 100
                   ADD 5 TO WS-SCORE
           END-EVALUATE.
           EVALUATE WS-MISSED
               WHEN 0
                   ADD 25 TO WS-SCORE
               WHEN 1
                   ADD 15 TO WS-SCORE
               WHEN 2
                   ADD 5 TO WS-SCORE
           END-EVALUATE.
           EVALUATE WS-BREACHES
               WHEN 0
                   ADD 20 TO WS-SCORE
               WHEN 1
                   ADD 10 TO WS-SCORE
           END-EVALUATE.
           IF WS-FREEZES = 0 AND NOT ACCT-FROZEN
               ADD 15 TO WS-SCORE
           END-IF.
           EVALUATE TRUE
               WHEN FIRST-ENTRY
                   CONTINUE
               WHEN WS-AGE-MONTHS NOT < 24
                   ADD 10 TO WS-SCORE
               WHEN WS-AGE-MONTHS NOT < 12
                   ADD 7 TO WS-SCORE
               WHEN WS-AGE-MONTHS NOT < 6
                   ADD 4 TO WS-SCORE
           END-EVALUATE.
           IF NOT ACCT-DORMANT
               ADD 10 TO WS-SCORE
           END-IF.
       SCORE-ACCOUNT-RTN-EXIT. EXIT.

       RECOMMEND-RTN.
           MOVE ACCT-CREDIT-LIMIT TO WS-NEW-LIMIT.
           MOVE 'NO CHANGE' TO WS-ACTION.
           MOVE 'N' TO BAND-SW.
           PERFORM FIND-BAND-RTN
               VARYING BND-SUB FROM 1 BY 1
               UNTIL BND-SUB > 4 OR BAND-FOUND.
           IF NOT BAND-FOUND
               ADD 1 TO WS-SAME-CNT
               GO TO RECOMMEND-RTN-EXIT
           END-IF.
           SUBTRACT 1 FROM BND-SUB.
           IF NOT CLR-BAND-UP(BND-SUB) AND NOT CLR-BAND-DOWN(BND-SUB)
               ADD 1 TO WS-SAME-CNT
               GO TO RECOMMEND-RTN-EXIT
           END-IF.
      * THE CARD'S MONEY FIELDS ARE DOLLARS - EACH IS TURNED INTO THE
      * ACCOUNT'S OWN CURRENCY SO A YEN LINE IS HELD TO THE SAME
      * MEASURE.
           PERFORM FIND-CURR-RATE-RTN.
           COMPUTE WS-MIN-CHANGE-C ROUNDED =
               CLR-MIN-CHANGE * WS-RATE-PER-USD.
           COMPUTE WS-MAX-INC-C ROUNDED =
               CLR-MAX-INCREASE * WS-RATE-PER-USD.
           COMPUTE WS-MAX-LIMIT-C ROUNDED =
               CLR-MAX-LIMIT * WS-RATE-PER-USD.
           COMPUTE WS-MIN-LIMIT-C ROUNDED =
               CLR-MIN-LIMIT * WS-RATE-PER-USD.
           IF CLR-BAND-UP(BND-SUB)
               PERFORM RAISE-LIMIT-RTN THRU RAISE-LIMIT-RTN-EXIT
           ELSE
               PERFORM CUT-LIMIT-RTN
           END-IF.
           IF WS-ACTION NOT = 'NO CHANGE'
               GO TO RECOMMEND-RTN-EXIT
           END-IF.
           IF WS-NEW-LIMIT > ACCT-CREDIT-LIMIT
               COMPUTE WS-CHANGE = WS-NEW-LIMIT - ACCT-CREDIT-LIMIT
           ELSE
               COMPUTE WS-CHANGE = ACCT-CREDIT-LIMIT - WS-NEW-LIMIT
           END-IF.
      * A MOVE TOO SMALL TO MATTER IS NOT WORTH A CHECKER'S TIME.
           IF WS-CHANGE = 0 OR WS-CHANGE < WS-MIN-CHANGE-C
               MOVE ACCT-CREDIT-LIMIT TO WS-NEW-LIMIT
               ADD 1 TO WS-SAME-CNT
               GO TO RECOMMEND-RTN-EXIT
           END-IF.
           COMPUTE WS-USD-CHANGE ROUNDED = WS-CHANGE / WS-RATE-PER-USD.
           IF WS-NEW-LIMIT > ACCT-CREDIT-LIMIT
               MOVE 'INCREASE' TO WS-ACTION
               ADD 1 TO WS-INC-CNT
               ADD WS-USD-CHANGE TO WS-INC-AMT
           ELSE
               MOVE 'DECREASE' TO WS-ACTION
               ADD 1 TO WS-DEC-CNT
               ADD WS-USD-CHANGE TO WS-DEC-AMT
           END-IF.
       RECOMMEND-RTN-EXIT. EXIT.

       FIND-BAND-RTN.
      * BANDS ARE KEYED HIGHEST FIRST - THE FIRST ONE THE SCORE
      * REACHES DECIDES.
           IF CLR-BAND-LOW(BND-SUB) NUMERIC
                   AND WS-SCORE NOT < CLR-BAND-LOW(BND-SUB)
               MOVE 'Y' TO BAND-SW
           END-IF.
       FIND-BAND-RTN-EXIT. EXIT.

       RAISE-LIMIT-RTN.
      * MORE CREDIT GOES ONLY TO A LINE THAT IS BEING USED, ON AN
      * ACCOUNT OLD ENOUGH TO HAVE A RECORD, THAT IS NEITHER FROZEN
      * NOR ASLEEP.  A HELD INCREASE IS SHOWN WITH ITS REASON.
           EVALUATE TRUE
               WHEN ACCT-FROZEN
                   MOVE 'FROZEN' TO WS-ACTION
               WHEN ACCT-DORMANT
                   MOVE 'DORMANT' TO WS-ACTION
               WHEN FIRST-ENTRY
                   MOVE 'TOO NEW' TO WS-ACTION
               WHEN WS-AGE-MONTHS < CLR-MIN-AGE-MONTHS
                   MOVE 'TOO NEW' TO WS-ACTION
               WHEN WS-UTIL < CLR-INC-MIN-UTIL
                   MOVE 'LOW USE' TO WS-ACTION
           END-EVALUATE.
           IF WS-ACTION NOT = 'NO CHANGE'
               ADD 1 TO WS-HELD-CNT
               GO TO RAISE-LIMIT-RTN-EXIT
           END-IF.
      * A ZERO CAP ON THE CARD MEANS THAT CAP IS NOT IN FORCE.
           COMPUTE WS-CHANGE ROUNDED =
               ACCT-CREDIT-LIMIT * CLR-BAND-PCT(BND-SUB) / 100.
           IF WS-MAX-INC-C > 0 AND WS-CHANGE > WS-MAX-INC-C
               MOVE WS-MAX-INC-C TO WS-CHANGE
           END-IF.
           COMPUTE WS-NEW-LIMIT = ACCT-CREDIT-LIMIT + WS-CHANGE.
           IF WS-MAX-LIMIT-C > 0 AND WS-NEW-LIMIT > WS-MAX-LIMIT-C
               MOVE WS-MAX-LIMIT-C TO WS-NEW-LIMIT
           END-IF.
      * LIMITS ARE GRANTED IN WHOLE UNITS - THE ODD CENTS ARE DROPPED.
           MOVE WS-NEW-LIMIT TO WS-WHOLE.
           MOVE WS-WHOLE TO WS-NEW-LIMIT.
           IF WS-NEW-LIMIT < ACCT-CREDIT-LIMIT
               MOVE ACCT-CREDIT-LIMIT TO WS-NEW-LIMIT
           END-IF.
       RAISE-LIMIT-RTN-EXIT. EXIT.

       CUT-LIMIT-RTN.
      * A CUT NEVER GOES BELOW THE CARD'S FLOOR, AND NEVER BELOW WHAT
      * THE HOLDER ALREADY OWES - THE REVIEW MUST NOT PUT AN ACCOUNT
      * INTO BREACH BY ITSELF.
           COMPUTE WS-CHANGE ROUNDED =
               ACCT-CREDIT-LIMIT * CLR-BAND-PCT(BND-SUB) / 100.
           IF WS-CHANGE > ACCT-CREDIT-LIMIT
               MOVE ACCT-CREDIT-LIMIT TO WS-CHANGE
           END-IF.
           COMPUTE WS-NEW-LIMIT = ACCT-CREDIT-LIMIT - WS-CHANGE.
           IF WS-NEW-LIMIT < WS-MIN-LIMIT-C
               MOVE WS-MIN-LIMIT-C TO WS-NEW-LIMIT
           END-IF.
           IF ACCT-BALANCE > WS-NEW-LIMIT
               MOVE ACCT-BALANCE TO WS-NEW-LIMIT
           END-IF.
           MOVE WS-NEW-LIMIT TO WS-WHOLE.
           IF WS-WHOLE < WS-NEW-LIMIT
               ADD 1 TO WS-WHOLE
           END-IF.
           MOVE WS-WHOLE TO WS-NEW-LIMIT.
           IF WS-NEW-LIMIT > ACCT-CREDIT-LIMIT
               MOVE ACCT-CREDIT-LIMIT TO WS-NEW-LIMIT
           END-IF.
       CUT-LIMIT-RTN-EXIT. EXIT.

       FIND-CURR-RATE-RTN.
           MOVE 1 TO WS-RATE-PER-USD.
           IF ACCT-CURRENCY-CODE NOT = SPACES
                   AND ACCT-CURRENCY-CODE NOT = 'USD'
               MOVE 'N' TO CURR-FOUND-SW
               SET CURR-IDX TO 1
               PERFORM SEARCH-CURR-RATE-RTN
                   UNTIL CURR-IDX > CURR-TBL-COUNT OR CURR-FOUND
               IF CURR-FOUND
                   MOVE TBL-CURR-RATE(CURR-IDX) TO WS-RATE-PER-USD
               END-IF
           END-IF.
       FIND-CURR-RATE-RTN-EXIT. EXIT.

       SEARCH-CURR-RATE-RTN.
           IF TBL-CURR-CODE(CURR-IDX) = ACCT-CURRENCY-CODE
               SET CURR-FOUND TO TRUE
           ELSE
               SET CURR-IDX UP BY 1
           END-IF.
       SEARCH-CURR-RATE-RTN-EXIT. EXIT.

       QUEUE-CHANGE-RTN.
      *                                *********************************
      *                                * THE SAME QUEUE ENTRY P44ACCT  *
      *                                * WRITES FOR A LARGE LIMIT      *
      *                                * CHANGE, TAGGED CLRV SO        *
      *                                * P50ACCT MOVES THE LIMIT ONLY  *
      *                                * AND LEAVES WHATEVER BALANCE   *
      *                                * THE ACCOUNT HAS BY THEN.  THE *
      *                                * MAKER IS THIS JOB, SO ANY     *
      *                                * OPERATOR MAY BE THE CHECKER.  *
      *                                *********************************
           MOVE SPACES            TO APR-RECORD.
           MOVE ACCT-NUMBER       TO APR-ACCT-NUMBER.
           MOVE 'SU41CLRV'        TO APR-MAKER.
           MOVE WS-RUN-DATE-8     TO APR-DATE.
           MOVE WS-RUN-TIME(1:6)  TO APR-TIME.
           MOVE ACCT-BALANCE      TO APR-OLD-BALANCE.
           MOVE ACCT-BALANCE      TO APR-NEW-BALANCE.
           MOVE ACCT-CREDIT-LIMIT TO APR-OLD-LIMIT.
           MOVE WS-NEW-LIMIT      TO APR-NEW-LIMIT.
           MOVE 'CLRV'            TO APR-REASON.
           WRITE APR-RECORD
               INVALID KEY CONTINUE.
           IF APPR-FS-DUP
               ADD 1 TO WS-ONQ-CNT
               MOVE 'ON QUEUE' TO WS-NOTE
               GO TO QUEUE-CHANGE-RTN-EXIT
           END-IF.
           IF NOT APPR-FS-OK
               DISPLAY 'SU41CLRV - QUEUE WRITE FAILED ACCT='
                       ACCT-NUMBER ' STATUS=' APPR-FS
               ADD 1 TO WS-FAIL-CNT
               MOVE 'QUEUE FAIL' TO WS-NOTE
               GO TO QUEUE-CHANGE-RTN-EXIT
           END-IF.
           MOVE ACCT-RECORD TO WS-BEFORE-IMAGE.
           MOVE 'P' TO ACCT-PENDING-FLAG.
           REWRITE ACCT-RECORD.
      * JOURNAL ONLY WHAT ACTUALLY HAPPENED - AN ACCOUNT THAT COULD
      * NOT BE FLAGGED TAKES ITS QUEUE ENTRY BACK OFF.
           IF ACCT-SUCCESSFUL
               PERFORM WRITE-RECOVERY-RTN
               ADD 1 TO WS-QUEUED-CNT
               MOVE 'QUEUED' TO WS-NOTE
           ELSE
               DISPLAY 'SU41CLRV - PENDING REWRITE FAILED ACCT='
                       ACCT-NUMBER ' STATUS=' ACCT-RC
               DELETE APPR-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE SPACE TO ACCT-PENDING-FLAG
               ADD 1 TO WS-FAIL-CNT
               MOVE 'QUEUE FAIL' TO WS-NOTE
           END-IF.
       QUEUE-CHANGE-RTN-EXIT. EXIT.

       WRITE-RECOVERY-RTN.
      * BEFORE/AFTER IMAGE TO THE FORWARD-RECOVERY JOURNAL, THE SAME
      * RECORD THE ONLINE SUITE APPENDS - SU41PGM54 ROLLS A RESTORED
      * BACKUP FORWARD FROM THESE.
           MOVE 'U'              TO RCV-ACTION.
           MOVE WS-RUN-DATE-8    TO RCV-DATE.
           MOVE WS-RUN-TIME(1:6) TO RCV-TIME.
           MOVE 'BATCH   '       TO RCV-USERID.
           MOVE 'SU41CLRV'       TO RCV-PROGRAM.
           MOVE ACCT-NUMBER      TO RCV-ACCT-NUMBER.
           MOVE WS-BEFORE-IMAGE  TO RCV-BEFORE-IMAGE.
           MOVE ACCT-RECORD      TO RCV-AFTER-IMAGE.
           WRITE JRNL-REC.
       WRITE-RECOVERY-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
           MOVE ACCT-NUMBER        TO DL-ACCT.
           MOVE ACCT-CURRENCY-CODE TO DL-CURR.
           MOVE WS-UTIL            TO DL-UTIL.
           MOVE WS-MISSED          TO DL-MISSED.
           MOVE WS-BREACHES        TO DL-BREACH.
           MOVE WS-FREEZES         TO DL-FREEZE.
           IF WS-AGE-MONTHS > 999
               MOVE 999 TO DL-AGE
           ELSE
               MOVE WS-AGE-MONTHS TO DL-AGE
           END-IF.
           MOVE ACCT-DORMANT-FLAG  TO DL-DORM.
           MOVE WS-SCORE           TO DL-SCORE.
           MOVE ACCT-CREDIT-LIMIT  TO DL-OLD-LIMIT.
           MOVE WS-NEW-LIMIT       TO DL-NEW-LIMIT.
           MOVE WS-ACTION          TO DL-ACTION.
           MOVE WS-NOTE            TO DL-NOTE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-WIN-DATE-8(1:6) TO HL-WIN-FROM.
           MOVE WS-END-YYYYMM      TO HL-WIN-TO.
           MOVE WS-RUN-DATE-8      TO HL-RUN-DATE.
           IF CLR-QUEUE
               MOVE 'QUEUED FOR APPROVAL' TO HL-MODE
           ELSE
               MOVE 'TRIAL RUN - NOTHING QUEUED' TO HL-MODE
           END-IF.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
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
           MOVE 'CLOSED, LOAN OR NO LIMIT - SKIPPED' TO CTL-LABEL.
           MOVE WS-SKIP-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'CHANGE ALREADY PENDING - SKIPPED' TO CTL-LABEL.
           MOVE WS-PEND-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'ACCOUNTS REVIEWED' TO CTL-LABEL.
           MOVE WS-REVIEW-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'INCREASES RECOMMENDED (USD)' TO CTL-LABEL.
           MOVE WS-INC-CNT TO CTL-COUNT.
           MOVE WS-INC-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'DECREASES RECOMMENDED (USD)' TO CTL-LABEL.
           MOVE WS-DEC-CNT TO CTL-COUNT.
           MOVE WS-DEC-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE 'INCREASES HELD BACK' TO CTL-LABEL.
           MOVE WS-HELD-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'NO CHANGE' TO CTL-LABEL.
           MOVE WS-SAME-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'QUEUED FOR APPROVAL' TO CTL-LABEL.
           MOVE WS-QUEUED-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'ALREADY ON THE APPROVAL QUEUE' TO CTL-LABEL.
           MOVE WS-ONQ-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'QUEUE FAILURES' TO CTL-LABEL.
           MOVE WS-FAIL-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE ACCT-FILE LEDGER-FILE APPR-FILE OUT-FILE JRNL-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
