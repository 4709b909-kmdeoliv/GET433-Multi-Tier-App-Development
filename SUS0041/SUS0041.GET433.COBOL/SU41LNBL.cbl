       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41LNBL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCT-FILE
              ASSIGN TO VSAMFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                    RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS ACCT-RC.
            COPY LOANSEL.
            SELECT LEDGER-FILE
              ASSIGN TO LDGFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                    RECORD KEY IS LDG-KEY
                      FILE STATUS IS LEDGER-FS.
            COPY LIENSEL.
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

       FD  LOAN-FILE.
       01  LOAN-RECORD.
           COPY LOANREC.

       FD  AMORT-FILE.
       01  AMORT-RECORD.
           COPY AMORTREC.

      **** THE SAME ACCTLDG LEDGER THE ONLINE SCREENS WRITE - LAYOUT
      **** AS IN LDGREC.CPY, WITH THE KEY GROUPED FOR THE BATCH SELECT
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

      **** LIENS AGAINST THE LOAN ACCOUNT - A PAYMENT SITTING UNDER A
      **** COURT ORDER IS NOT THE BANK'S TO APPLY *********************
       FD  LIEN-FILE.
       01  LIEN-RECORD.
           COPY LIENREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** FORWARD-RECOVERY JOURNAL (RCVREC LAYOUT) - ONE IMAGE PER
      **** ACCOUNT A PAYMENT IS APPLIED FROM ***************************
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
      *                                * NIGHTLY INSTALLMENT LOAN      *
      *                                * BILLING.  FOR EVERY OPEN LOAN *
      *                                * ON LOANMAST:                  *
      *                                *  - EACH AMORTSCH INSTALLMENT  *
      *                                *    WHOSE DUE DATE HAS COME IS *
      *                                *    BILLED - ITS SCHEDULED     *
      *                                *    PAYMENT IS ADDED TO THE    *
      *                                *    AMOUNT DUE;                *
      *                                *  - PAYMENTS WAITING IN THE    *
      *                                *    LOAN ACCOUNT'S BALANCE     *
      *                                *    (LESS DEPOSIT HOLDS AND    *
      *                                *    LIENS) ARE APPLIED TO THE  *
      *                                *    OLDEST BILLED INSTALLMENT, *
      *                                *    INTEREST BEFORE PRINCIPAL, *
      *                                *    AND POSTED TO THE LEDGER   *
      *                                *    AS TWO ENTRIES - SOURCE    *
      *                                *    LOANINT AND LOANPRIN;      *
      *                                *  - DAYS DELINQUENT ARE        *
      *                                *    COUNTED FROM THE DUE DATE  *
      *                                *    OF THE OLDEST INSTALLMENT  *
      *                                *    STILL UNPAID.              *
      *                                * THE REGISTER AGES THE BOOK    *
      *                                * (RC 4 WHEN ANY LOAN IS PAST   *
      *                                * DUE, RC 8 ON AN EXCEPTION).   *
      *                                * A FROZEN ACCOUNT IS BILLED    *
      *                                * BUT NOTHING IS APPLIED FROM   *
      *                                * IT.  RUN AFTER THE DAY'S      *
      *                                * POSTING AND HOLD RELEASE.     *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  LIEN-EOF-SW     PIC X         VALUE SPACES.
           05  BILL-STOP-SW    PIC X         VALUE 'N'.
               88  BILL-STOP                 VALUE 'Y'.
           05  APPLY-STOP-SW   PIC X         VALUE 'N'.
               88  APPLY-STOP                VALUE 'Y'.
           05  LOAN-ERROR-SW   PIC X         VALUE 'N'.
               88  LOAN-ERROR                VALUE 'Y'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-LDG-TIME     PIC 9(6)      VALUE 0.
           05  WS-BILLED-AMT   PIC 9(9)V99   VALUE 0.
           05  WS-AVAIL        PIC S9(9)V99  VALUE 0.
           05  WS-HOLD         PIC 9(9)V99   VALUE 0.
           05  WS-LIEN-TOTAL   PIC 9(9)V99   VALUE 0.
           05  WS-INT-OWED     PIC 9(9)V99   VALUE 0.
           05  WS-PRIN-OWED    PIC 9(9)V99   VALUE 0.
           05  WS-PAY-INT      PIC 9(9)V99   VALUE 0.
           05  WS-PAY-PRIN     PIC 9(9)V99   VALUE 0.
           05  WS-APPLY-INT    PIC 9(9)V99   VALUE 0.
           05  WS-APPLY-PRIN   PIC 9(9)V99   VALUE 0.
           05  WS-APPLY-TOTAL  PIC 9(9)V99   VALUE 0.
           05  WS-BEFORE       PIC S9(9)V99  VALUE 0.
           05  WS-MID-BALANCE  PIC S9(9)V99  VALUE 0.
           05  WS-RUN-DAYNO    PIC 9(7)      VALUE 0.
           05  WS-BEFORE-IMAGE PIC X(221)    VALUE SPACES.
           05  WS-LOAN-READ    PIC 9(7)      VALUE 0.
           05  WS-PAIDOFF-CNT  PIC 9(7)      VALUE 0.
           05  WS-BILL-CNT     PIC 9(7)      VALUE 0.
           05  WS-BILL-TOT     PIC 9(11)V99  VALUE 0.
           05  WS-INT-CNT      PIC 9(7)      VALUE 0.
           05  WS-INT-TOT      PIC 9(11)V99  VALUE 0.
           05  WS-PRIN-CNT     PIC 9(7)      VALUE 0.
           05  WS-PRIN-TOT     PIC 9(11)V99  VALUE 0.
           05  WS-CLEARED-CNT  PIC 9(7)      VALUE 0.
           05  WS-CLEARED-TOT  PIC 9(11)V99  VALUE 0.
           05  WS-FROZEN-CNT   PIC 9(7)      VALUE 0.
           05  WS-FROZEN-TOT   PIC 9(11)V99  VALUE 0.
           05  WS-EXCEPT-CNT   PIC 9(7)      VALUE 0.
           05  WS-PAST-DUE-CNT PIC 9(7)      VALUE 0.
           05  LOAN-RC         PIC XX        VALUE '00'.
               88  LOAN-RC-OK                VALUE '00'.
           05  AMORT-RC        PIC XX        VALUE '00'.
               88  AMORT-RC-OK               VALUE '00'.
           05  LEDGER-FS       PIC XX        VALUE '00'.
               88  LEDGER-FS-OK              VALUE '00'.
           05  LIEN-RC         PIC XX        VALUE '00'.
               88  LIEN-RC-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  JRNL-FS         PIC XX        VALUE '00'.
               88  JRNL-FS-OK                VALUE '00'.

           COPY ACCTRC.

       COPY LOCKW.

      **** AGING OF THE AMOUNT DUE BY DAYS DELINQUENT - ROW 1 IS
      **** CURRENT, ROWS 2-5 THE PAST-DUE BUCKETS *********************
       01  WS-AGING-AREA.
           05  WS-AGE-LABELS.
               10  FILLER      PIC X(36) VALUE 'CURRENT'.
               10  FILLER      PIC X(36) VALUE 'PAST DUE   1-29 DAYS'.
               10  FILLER      PIC X(36) VALUE 'PAST DUE  30-59 DAYS'.
               10  FILLER      PIC X(36) VALUE 'PAST DUE  60-89 DAYS'.
               10  FILLER      PIC X(36) VALUE
                                   'PAST DUE  90 DAYS AND OVER'.
           05  WS-AGE-LABEL-R  REDEFINES WS-AGE-LABELS.
               10  WS-AGE-LABEL PIC X(36) OCCURS 5 TIMES.
           05  WS-AGE-TBL OCCURS 5 TIMES.
               10  WS-AGE-CNT  PIC 9(7)      VALUE 0.
               10  WS-AGE-AMT  PIC 9(11)V99  VALUE 0.
           05  AGE-SUB         PIC 9         VALUE 0.

      **** CALENDAR-DAY NUMBERING, AS THE INTEREST ACCRUAL (SU41ACCR)
      **** DOES IT - TWO DATES SUBTRACT TO A TRUE DAY COUNT ************
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

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '    INSTALLMENT LOAN BILLING REGISTER   '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(63) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   ' ACCOUNT         BILLED  INT APPLIED PRI'.
           05 FILLER          PIC X(40) VALUE
                   'N APPLIED   AMOUNT DUE  DAYS NOTE       '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ACCT         PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-BILLED       PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-INT          PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PRIN         PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DUE          PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DAYS         PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NOTE         PIC X(11).

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
           PERFORM HDG-ROUTINE.
           MOVE WS-RUN-DATE-8 TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAYNO.
           READ LOAN-FILE
               AT END MOVE 'F' TO EOF-SW.
           PERFORM PROCESS-LOAN-RTN
              THRU PROCESS-LOAN-RTN-EXIT
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           IF WS-PAST-DUE-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-EXCEPT-CNT > 0
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
               DISPLAY 'SU41LNBL ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
      * NOTHING OPENS THE SHARED ACCOUNT CLUSTER FOR UPDATE WITHOUT
      * THE QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY
      * WHILE THIS JOB HOLDS IT, SO NO PAYMENT CAN LAND BETWEEN THE
      * AVAILABLE-FUNDS TEST AND THE ACCOUNT REWRITE.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41LNBL - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'VSAMFILE' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41LNBL' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACCT-FILE.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41LNBL - ACCT-FILE OPEN FAILED, STATUS='
                       ACCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LOAN-FILE.
           IF NOT LOAN-RC-OK
               DISPLAY 'SU41LNBL - LOAN-FILE OPEN FAILED, STATUS='
                       LOAN-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O AMORT-FILE.
           IF NOT AMORT-RC-OK
               DISPLAY 'SU41LNBL - AMORT-FILE OPEN FAILED, STATUS='
                       AMORT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O LEDGER-FILE.
           IF NOT LEDGER-FS-OK
               DISPLAY 'SU41LNBL - LEDGER-FILE OPEN FAILED, STATUS='
                       LEDGER-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO LIEN FILE IS NOT THE SAME AS NO LIENS - WITHOUT IT THE
      * RUN CANNOT KNOW WHAT MONEY IS HELD BACK, SO IT STOPS.
           OPEN INPUT LIEN-FILE.
           IF NOT LIEN-RC-OK
               DISPLAY 'SU41LNBL - LIEN-FILE OPEN FAILED, STATUS='
                       LIEN-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RECOVERY JOURNAL IS PERMANENT - ALWAYS EXTENDED, NEVER
      * REBUILT.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FS-OK
               DISPLAY 'SU41LNBL - JRNL-FILE OPEN FAILED, STATUS='
                       JRNL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41LNBL - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
       OPEN-FILES-RTN-EXIT. EXIT.

       PROCESS-LOAN-RTN.
           ADD 1 TO WS-LOAN-READ.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 0 TO WS-BILLED-AMT.
           MOVE 0 TO WS-APPLY-INT.
           MOVE 0 TO WS-APPLY-PRIN.
           MOVE 'N' TO LOAN-ERROR-SW.
           IF LN-PAID-OFF
               ADD 1 TO WS-PAIDOFF-CNT
               GO TO PROCESS-LOAN-NEXT-RTN
           END-IF.
      * THE PAYMENTS ARE TAKEN FROM THE LOAN'S OWN ACCOUNT - ONE THAT
      * IS MISSING, CLOSED OR NOT A LOAN IS AN EXCEPTION FOR THE
      * LOAN DEPARTMENT, NOT SOMETHING TO BILL AROUND.
           MOVE LN-ACCT-NUMBER TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY MOVE '23' TO ACCT-RC.
           EVALUATE TRUE
               WHEN NOT ACCT-SUCCESSFUL
                   MOVE 'NO ACCOUNT' TO DL-NOTE
               WHEN ACCT-CLOSED
                   MOVE 'ACCT CLOSED' TO DL-NOTE
               WHEN NOT ACCT-LOAN
                   MOVE 'NOT A LOAN' TO DL-NOTE
           END-EVALUATE.
           IF DL-NOTE NOT = SPACES
               PERFORM LOAN-EXCEPTION-RTN
               GO TO PROCESS-LOAN-NEXT-RTN
           END-IF.
           MOVE 'N' TO BILL-STOP-SW.
           PERFORM BILL-INSTALLMENT-RTN THRU BILL-INSTALLMENT-RTN-EXIT
               UNTIL BILL-STOP
                  OR LN-NEXT-BILL-NO > LN-TERM-MONTHS.
           IF NOT LOAN-ERROR
               IF ACCT-FROZEN
                   IF LN-AMOUNT-DUE > 0
                       ADD 1 TO WS-FROZEN-CNT
                       ADD LN-AMOUNT-DUE TO WS-FROZEN-TOT
                   END-IF
               ELSE
                   PERFORM APPLY-PAYMENT-RTN
                       THRU APPLY-PAYMENT-RTN-EXIT
               END-IF
           END-IF.
           IF NOT LOAN-ERROR
               PERFORM AGE-LOAN-RTN THRU AGE-LOAN-RTN-EXIT
           END-IF.
      * WHATEVER WAS BILLED OR APPLIED BEFORE AN EXCEPTION IS ALREADY
      * ON THE SCHEDULE - THE MASTER IS KEPT IN STEP WITH IT.
           REWRITE LOAN-RECORD.
           IF NOT LOAN-RC-OK
               DISPLAY 'SU41LNBL ABEND - LOAN-FILE REWRITE FAILED, '
                       'STATUS=' LOAN-RC ' ACCOUNT=' LN-ACCT-NUMBER
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           IF NOT LOAN-ERROR
               PERFORM WRITE-DETAIL-RTN
           END-IF.
       PROCESS-LOAN-NEXT-RTN.
           READ LOAN-FILE
               AT END MOVE 'F' TO EOF-SW.
       PROCESS-LOAN-RTN-EXIT. EXIT.

       BILL-INSTALLMENT-RTN.
      * EVERY INSTALLMENT DUE ON OR BEFORE THE RUN DATE IS BILLED -
      * A MISSED NIGHT CATCHES UP, ONE INSTALLMENT AT A TIME.
           MOVE LN-ACCT-NUMBER  TO AM-ACCT-NUMBER.
           MOVE LN-NEXT-BILL-NO TO AM-INST-NO.
           READ AMORT-FILE
               INVALID KEY MOVE '23' TO AMORT-RC.
           IF NOT AMORT-RC-OK
               MOVE 'NO SCHEDULE' TO DL-NOTE
               PERFORM LOAN-EXCEPTION-RTN
               MOVE 'Y' TO BILL-STOP-SW
               GO TO BILL-INSTALLMENT-RTN-EXIT
           END-IF.
           IF AM-DUE-DATE > WS-RUN-DATE-8
               MOVE 'Y' TO BILL-STOP-SW
               GO TO BILL-INSTALLMENT-RTN-EXIT
           END-IF.
           MOVE 'B'           TO AM-STATUS.
           MOVE WS-RUN-DATE-8 TO AM-BILLED-DATE.
           REWRITE AMORT-RECORD.
           IF NOT AMORT-RC-OK
               DISPLAY 'SU41LNBL ABEND - AMORT-FILE REWRITE FAILED, '
                       'STATUS=' AMORT-RC ' KEY=' AM-KEY
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD AM-PAYMENT     TO LN-AMOUNT-DUE.
           ADD AM-INTEREST    TO LN-INT-DUE.
           MOVE AM-DUE-DATE   TO LN-INT-THRU-DATE.
           MOVE WS-RUN-DATE-8 TO LN-LAST-BILL-DATE.
           ADD 1 TO LN-NEXT-BILL-NO.
           ADD AM-PAYMENT TO WS-BILLED-AMT.
           ADD 1 TO WS-BILL-CNT.
           ADD AM-PAYMENT TO WS-BILL-TOT.
       BILL-INSTALLMENT-RTN-EXIT. EXIT.

       APPLY-PAYMENT-RTN.
      *                                *********************************
      *                                * ONLY MONEY THE HOLDER COULD   *
      *                                * WITHDRAW IS APPLIED - THE     *
      *                                * BALANCE LESS DEPOSITS STILL   *
      *                                * UNDER AVAILABILITY HOLD AND   *
      *                                * LESS LIENS IN FORCE.  ANY     *
      *                                * SURPLUS STAYS IN THE ACCOUNT  *
      *                                * FOR THE NEXT INSTALLMENT.     *
      *                                *********************************
           IF LN-AMOUNT-DUE = 0 OR ACCT-BALANCE NOT > 0
               GO TO APPLY-PAYMENT-RTN-EXIT
           END-IF.
           IF ACCT-HOLD-AMOUNT NUMERIC
               MOVE ACCT-HOLD-AMOUNT TO WS-HOLD
           ELSE
               MOVE 0 TO WS-HOLD
           END-IF.
           PERFORM SUM-LIENS-RTN THRU SUM-LIENS-RTN-EXIT.
           COMPUTE WS-AVAIL = ACCT-BALANCE - WS-HOLD - WS-LIEN-TOTAL.
           IF WS-AVAIL NOT > 0
               GO TO APPLY-PAYMENT-RTN-EXIT
           END-IF.
           IF WS-AVAIL > LN-AMOUNT-DUE
               MOVE LN-AMOUNT-DUE TO WS-AVAIL
           END-IF.
           MOVE 'N' TO APPLY-STOP-SW.
           PERFORM APPLY-INSTALLMENT-RTN
               THRU APPLY-INSTALLMENT-RTN-EXIT
               UNTIL APPLY-STOP
                  OR WS-AVAIL = 0
                  OR LN-NEXT-PAY-NO NOT < LN-NEXT-BILL-NO.
      * WHAT WAS MET BEFORE A MISSING INSTALLMENT STOPPED THE LOOP IS
      * STILL POSTED, SO THE ACCOUNT AGREES WITH THE SCHEDULE.
           COMPUTE WS-APPLY-TOTAL = WS-APPLY-INT + WS-APPLY-PRIN.
           IF WS-APPLY-TOTAL = 0
               GO TO APPLY-PAYMENT-RTN-EXIT
           END-IF.
           PERFORM POST-PAYMENT-RTN THRU POST-PAYMENT-RTN-EXIT.
       APPLY-PAYMENT-RTN-EXIT. EXIT.

       APPLY-INSTALLMENT-RTN.
      * INTEREST OWED ON THE INSTALLMENT IS PAID BEFORE ANY OF ITS
      * PRINCIPAL; THE INSTALLMENT IS PAID ONCE BOTH ARE FULLY MET.
           MOVE LN-ACCT-NUMBER TO AM-ACCT-NUMBER.
           MOVE LN-NEXT-PAY-NO TO AM-INST-NO.
           READ AMORT-FILE
               INVALID KEY MOVE '23' TO AMORT-RC.
           IF NOT AMORT-RC-OK
               MOVE 'NO SCHEDULE' TO DL-NOTE
               PERFORM LOAN-EXCEPTION-RTN
               MOVE 'Y' TO APPLY-STOP-SW
               GO TO APPLY-INSTALLMENT-RTN-EXIT
           END-IF.
           COMPUTE WS-INT-OWED  = AM-INTEREST  - AM-INT-PAID.
           COMPUTE WS-PRIN-OWED = AM-PRINCIPAL - AM-PRIN-PAID.
           IF WS-AVAIL > WS-INT-OWED
               MOVE WS-INT-OWED TO WS-PAY-INT
           ELSE
               MOVE WS-AVAIL TO WS-PAY-INT
           END-IF.
           SUBTRACT WS-PAY-INT FROM WS-AVAIL.
           IF WS-AVAIL > WS-PRIN-OWED
               MOVE WS-PRIN-OWED TO WS-PAY-PRIN
           ELSE
               MOVE WS-AVAIL TO WS-PAY-PRIN
           END-IF.
           SUBTRACT WS-PAY-PRIN FROM WS-AVAIL.
           ADD WS-PAY-INT  TO AM-INT-PAID.
           ADD WS-PAY-PRIN TO AM-PRIN-PAID.
           ADD WS-PAY-INT  TO WS-APPLY-INT.
           ADD WS-PAY-PRIN TO WS-APPLY-PRIN.
           IF AM-INT-PAID = AM-INTEREST
                   AND AM-PRIN-PAID = AM-PRINCIPAL
               MOVE 'P'           TO AM-STATUS
               MOVE WS-RUN-DATE-8 TO AM-PAID-DATE
               ADD 1 TO LN-NEXT-PAY-NO
           END-IF.
           REWRITE AMORT-RECORD.
           IF NOT AMORT-RC-OK
               DISPLAY 'SU41LNBL ABEND - AMORT-FILE REWRITE FAILED, '
                       'STATUS=' AMORT-RC ' KEY=' AM-KEY
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       APPLY-INSTALLMENT-RTN-EXIT. EXIT.

       POST-PAYMENT-RTN.
      * ONE ACCOUNT REWRITE AND ONE JOURNAL IMAGE FOR THE WHOLE
      * PAYMENT; THE LEDGER CARRIES IT AS AN INTEREST ENTRY FOLLOWED
      * BY A PRINCIPAL ENTRY SO THE STATEMENT SHOWS THE SPLIT.
           MOVE ACCT-RECORD  TO WS-BEFORE-IMAGE.
           MOVE ACCT-BALANCE TO WS-BEFORE.
           SUBTRACT WS-APPLY-TOTAL FROM ACCT-BALANCE.
           COMPUTE WS-MID-BALANCE = WS-BEFORE - WS-APPLY-INT.
           REWRITE ACCT-RECORD.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41LNBL ABEND - ACCT-FILE REWRITE FAILED, '
                       'STATUS=' ACCT-RC ' ACCOUNT=' ACCT-NUMBER
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           PERFORM WRITE-RECOVERY-RTN.
           MOVE WS-RUN-TIME(1:6) TO WS-LDG-TIME.
           IF WS-APPLY-INT > 0
               MOVE 'LOANINT ' TO LDG-SOURCE
               MOVE WS-BEFORE      TO LDG-BEFORE-BALANCE
               MOVE WS-MID-BALANCE TO LDG-AFTER-BALANCE
               PERFORM WRITE-LEDGER-RTN
               ADD 1 TO WS-LDG-TIME
           END-IF.
           IF WS-APPLY-PRIN > 0
               MOVE 'LOANPRIN' TO LDG-SOURCE
               MOVE WS-MID-BALANCE TO LDG-BEFORE-BALANCE
               MOVE ACCT-BALANCE   TO LDG-AFTER-BALANCE
               PERFORM WRITE-LEDGER-RTN
           END-IF.
           SUBTRACT WS-APPLY-TOTAL FROM LN-AMOUNT-DUE.
           SUBTRACT WS-APPLY-INT   FROM LN-INT-DUE.
           SUBTRACT WS-APPLY-PRIN  FROM LN-PRIN-OUTSTANDING.
           ADD WS-APPLY-INT  TO LN-INT-PAID.
           ADD WS-APPLY-PRIN TO LN-PRIN-PAID.
           MOVE WS-RUN-DATE-8 TO LN-LAST-PAY-DATE.
           IF WS-APPLY-INT > 0
               ADD 1 TO WS-INT-CNT
               ADD WS-APPLY-INT TO WS-INT-TOT
           END-IF.
           IF WS-APPLY-PRIN > 0
               ADD 1 TO WS-PRIN-CNT
               ADD WS-APPLY-PRIN TO WS-PRIN-TOT
           END-IF.
      * THE LAST INSTALLMENT MET CLOSES OUT THE LOAN.
           IF LN-NEXT-PAY-NO > LN-TERM-MONTHS
               MOVE 'P' TO LN-STATUS
               ADD 1 TO WS-CLEARED-CNT
               ADD LN-PRINCIPAL TO WS-CLEARED-TOT
           END-IF.
       POST-PAYMENT-RTN-EXIT. EXIT.

       AGE-LOAN-RTN.
      * DAYS DELINQUENT RUN FROM THE DUE DATE OF THE OLDEST BILLED
      * INSTALLMENT NOT YET PAID; AN INSTALLMENT DUE TODAY IS NOT
      * YET LATE.
           MOVE 0 TO LN-OLDEST-DUE-DATE.
           MOVE 0 TO LN-DELINQ-DAYS.
           IF LN-NEXT-PAY-NO < LN-NEXT-BILL-NO
               MOVE LN-ACCT-NUMBER TO AM-ACCT-NUMBER
               MOVE LN-NEXT-PAY-NO TO AM-INST-NO
               READ AMORT-FILE
                   INVALID KEY MOVE '23' TO AMORT-RC
               END-READ
               IF NOT AMORT-RC-OK
                   MOVE 'NO SCHEDULE' TO DL-NOTE
                   PERFORM LOAN-EXCEPTION-RTN
                   GO TO AGE-LOAN-RTN-EXIT
               END-IF
               MOVE AM-DUE-DATE TO LN-OLDEST-DUE-DATE
               MOVE AM-DUE-DATE TO WS-DN-DATE
               PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT
               COMPUTE LN-DELINQ-DAYS = WS-RUN-DAYNO - WS-DAY-NUMBER
           END-IF.
           EVALUATE TRUE
               WHEN LN-DELINQ-DAYS = 0
                   MOVE 1 TO AGE-SUB
               WHEN LN-DELINQ-DAYS < 30
                   MOVE 2 TO AGE-SUB
               WHEN LN-DELINQ-DAYS < 60
                   MOVE 3 TO AGE-SUB
               WHEN LN-DELINQ-DAYS < 90
                   MOVE 4 TO AGE-SUB
               WHEN OTHER
                   MOVE 5 TO AGE-SUB
           END-EVALUATE.
           IF LN-PAID-OFF
               MOVE 'PAID OFF' TO DL-NOTE
               GO TO AGE-LOAN-RTN-EXIT
           END-IF.
           ADD 1 TO WS-AGE-CNT(AGE-SUB).
           ADD LN-AMOUNT-DUE TO WS-AGE-AMT(AGE-SUB).
           IF AGE-SUB > 1
               ADD 1 TO WS-PAST-DUE-CNT
               MOVE 'PAST DUE' TO DL-NOTE
           ELSE
               MOVE 'CURRENT' TO DL-NOTE
           END-IF.
           IF ACCT-FROZEN
               MOVE 'FROZEN' TO DL-NOTE
           END-IF.
       AGE-LOAN-RTN-EXIT. EXIT.

       SUM-LIENS-RTN.
      * EVERY LIEN ON THE ACCOUNT STILL IN FORCE ON THE RUN DATE -
      * ACTIVE AND NOT PAST ITS EXPIRY (ZERO = UNTIL RELEASED).
           MOVE 0 TO WS-LIEN-TOTAL.
           MOVE SPACES TO LIEN-EOF-SW.
           MOVE ACCT-NUMBER TO LIEN-ACCT-NUMBER.
           MOVE LOW-VALUES  TO LIEN-ORDER-REF.
           START LIEN-FILE KEY NOT < LIEN-KEY
               INVALID KEY MOVE 'F' TO LIEN-EOF-SW.
           PERFORM ADD-LIEN-RTN
               UNTIL LIEN-EOF-SW = 'F'.
       SUM-LIENS-RTN-EXIT. EXIT.

       ADD-LIEN-RTN.
           READ LIEN-FILE NEXT RECORD
               AT END MOVE 'F' TO LIEN-EOF-SW.
           IF LIEN-EOF-SW NOT = 'F'
               IF LIEN-ACCT-NUMBER = ACCT-NUMBER
                   IF LIEN-ACTIVE
                           AND (LIEN-EXPIRY-DATE = 0
                            OR LIEN-EXPIRY-DATE NOT < WS-RUN-DATE-8)
                       ADD LIEN-AMOUNT TO WS-LIEN-TOTAL
                   END-IF
               ELSE
                   MOVE 'F' TO LIEN-EOF-SW
               END-IF
           END-IF.
       ADD-LIEN-RTN-EXIT. EXIT.

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

       LOAN-EXCEPTION-RTN.
      * THE LOAN IS LISTED AND LEFT AS IT STOOD FOR THE LOAN
      * DEPARTMENT - NOTHING MORE IS DONE TO IT TONIGHT.
           MOVE 'Y' TO LOAN-ERROR-SW.
           ADD 1 TO WS-EXCEPT-CNT.
           MOVE LN-ACCT-NUMBER TO DL-ACCT.
           MOVE 0              TO DL-BILLED.
           MOVE 0              TO DL-INT.
           MOVE 0              TO DL-PRIN.
           MOVE LN-AMOUNT-DUE  TO DL-DUE.
           MOVE LN-DELINQ-DAYS TO DL-DAYS.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       LOAN-EXCEPTION-RTN-EXIT. EXIT.

       WRITE-LEDGER-RTN.
           MOVE ACCT-NUMBER     TO LK-ACCT-NUMBER.
           MOVE WS-RUN-DATE-8   TO LK-DATE.
           MOVE WS-LDG-TIME     TO LK-TIME.
           MOVE 'BATCH   '      TO LDG-USERID.
           MOVE SPACES          TO LDG-XREF-ACCT.
           WRITE LEDGER-REC
               INVALID KEY
                   DISPLAY 'SU41LNBL LEDGER DUP KEY ACCT='
                           ACCT-NUMBER
                   MOVE 8 TO RETURN-CODE.
       WRITE-LEDGER-RTN-EXIT. EXIT.

       WRITE-RECOVERY-RTN.
      * BEFORE/AFTER IMAGE TO THE FORWARD-RECOVERY JOURNAL, THE SAME
      * RECORD THE ONLINE SUITE APPENDS - SU41PGM54 ROLLS A RESTORED
      * BACKUP FORWARD FROM THESE.
           MOVE 'U'              TO RCV-ACTION.
           MOVE WS-RUN-DATE-8    TO RCV-DATE.
           MOVE WS-RUN-TIME(1:6) TO RCV-TIME.
           MOVE 'BATCH   '       TO RCV-USERID.
           MOVE 'SU41LNBL'       TO RCV-PROGRAM.
           MOVE ACCT-NUMBER      TO RCV-ACCT-NUMBER.
           MOVE WS-BEFORE-IMAGE  TO RCV-BEFORE-IMAGE.
           MOVE ACCT-RECORD      TO RCV-AFTER-IMAGE.
           WRITE JRNL-REC.
       WRITE-RECOVERY-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
           MOVE LN-ACCT-NUMBER TO DL-ACCT.
           MOVE WS-BILLED-AMT  TO DL-BILLED.
           MOVE WS-APPLY-INT   TO DL-INT.
           MOVE WS-APPLY-PRIN  TO DL-PRIN.
           MOVE LN-AMOUNT-DUE  TO DL-DUE.
           MOVE LN-DELINQ-DAYS TO DL-DAYS.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
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
           MOVE 'LOANS READ' TO CTL-LABEL.
           MOVE WS-LOAN-READ TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'ALREADY PAID OFF' TO CTL-LABEL.
           MOVE WS-PAIDOFF-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'INSTALLMENTS BILLED' TO CTL-LABEL.
           MOVE WS-BILL-CNT TO CTL-COUNT.
           MOVE WS-BILL-TOT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'INTEREST APPLIED (LOANINT)' TO CTL-LABEL.
           MOVE WS-INT-CNT TO CTL-COUNT.
           MOVE WS-INT-TOT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'PRINCIPAL APPLIED (LOANPRIN)' TO CTL-LABEL.
           MOVE WS-PRIN-CNT TO CTL-COUNT.
           MOVE WS-PRIN-TOT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'LOANS PAID OFF TONIGHT' TO CTL-LABEL.
           MOVE WS-CLEARED-CNT TO CTL-COUNT.
           MOVE WS-CLEARED-TOT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'FROZEN - NOTHING APPLIED' TO CTL-LABEL.
           MOVE WS-FROZEN-CNT TO CTL-COUNT.
           MOVE WS-FROZEN-TOT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'EXCEPTIONS - NOT PROCESSED' TO CTL-LABEL.
           MOVE WS-EXCEPT-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'AGING OF AMOUNT DUE' TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-AGING-RTN
               VARYING AGE-SUB FROM 1 BY 1
               UNTIL AGE-SUB > 5.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-AGING-RTN.
           MOVE WS-AGE-LABEL(AGE-SUB) TO CTL-LABEL.
           MOVE WS-AGE-CNT(AGE-SUB)   TO CTL-COUNT.
           MOVE WS-AGE-AMT(AGE-SUB)   TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
       WRITE-AGING-RTN-EXIT. EXIT.

       WRITE-CTL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE ACCT-FILE LOAN-FILE AMORT-FILE LEDGER-FILE
                 LIEN-FILE OUT-FILE JRNL-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
