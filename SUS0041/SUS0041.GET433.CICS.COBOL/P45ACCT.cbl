      *                                * GOES OUT ACTIVE WITH THE      *
      *                                * LAST-CHANGED STAMP AND AN     *
      *                                * ACCTAUD ENTRY.                *
      *                                * A PRINCIPAL KEYED IN THE      *
      *                                * BALANCE FIELD OPENS AN        *
      *                                * INSTALLMENT LOAN INSTEAD -    *
      *                                * RATE, TERM AND FIRST DUE DATE *
      *                                * COME FROM THE COMMENTS FIELD, *
      *                                * THE LEVEL PAYMENT IS WORKED   *
      *                                * OUT HERE, AND THE LOANMAST    *
      *                                * RECORD AND THE FULL AMORTSCH  *
      *                                * SCHEDULE GO OUT IN THE SAME   *
      *                                * UNIT OF WORK AS THE ACCOUNT.  *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
                 'FILL THE FIELDS SHOWN AND PRESS ENTER TO'.
              05 FILLER                PIC X(39) VALUE
                 ' OPEN THE ACCOUNT.  PF3=EXIT.          '.
          03 LOAN-HELP-MSG.
              05 FILLER                PIC X(40) VALUE
                 'LOAN: PRINCIPAL IN BALANCE, COMMENTS = R'.
              05 FILLER                PIC X(39) VALUE
                 'ATE TERM DUE, E.G. 065000 036 20261115.'.
          03 RESP-MSG.
              05 FILLER                PIC X(37)
                 VALUE '"P45ACCT " INTERNAL ERROR, RESP CODE='.
          03 ACCTJRNL                  PIC X(8) VALUE 'ACCTJRNL'.
          03 RCV-RESP                  PIC 9(4)  COMP.
          03 RCV-RBA                   PIC S9(8) COMP VALUE 0.
          03 LOANMAST                  PIC X(8) VALUE 'LOANMAST'.
          03 AMORTSCH                  PIC X(8) VALUE 'AMORTSCH'.
          03 LOAN-RESP                 PIC 9(4)  COMP.
          03 BAD-PRIN-MSG              PIC X(79) VALUE
              'LOAN PRINCIPAL MUST BE DIGITS ONLY, CENTS INCLUDED.'.
          03 BAD-TERMS-MSG             PIC X(79) VALUE
              'COMMENTS MUST READ RATE TERM DUE: 065000 036 YYYYMMDD'.
          03 BAD-RANGE-MSG.
              05 FILLER                PIC X(40) VALUE
                 'RATE UP TO 30.0000, TERM 1-360 MONTHS, F'.
              05 FILLER                PIC X(39) VALUE
                 'IRST DUE A REAL DATE AFTER TODAY.      '.
          03 LOAN-FAIL-MSG.
              05 FILLER                PIC X(45) VALUE
                 'LOAN SCHEDULE NOT WRITTEN - NOTHING OPENED - '.
              05 FILLER                PIC X(10) VALUE
                 'RESP CODE='.
              05 LOAN-FAIL-RESP        PIC 9(5).
          03 LOAN-OPENED-MSG.
              05 FILLER                PIC X(14) VALUE
                 'LOAN OPENED - '.
              05 LOM-TERM              PIC ZZ9.
              05 FILLER                PIC X(13) VALUE
                 ' PAYMENTS OF '.
              05 LOM-PAYMENT           PIC $$$,$$$,$$9.99.
              05 FILLER                PIC X(6) VALUE ' FROM '.
              05 LOM-FIRST-DUE         PIC 9(8).
              05 FILLER                PIC X(21) VALUE '.'.
          03 LOAN-COMMENT.
              05 FILLER                PIC X(17) VALUE
                 'INSTALLMENT LOAN '.
              05 LCM-TERM              PIC ZZ9.
              05 FILLER                PIC X(11) VALUE
                 ' MONTHS AT '.
              05 LCM-RATE              PIC Z9.9999.
              05 FILLER                PIC X(12) VALUE ' PCT'.
          03 WS-PRIN-RAW               PIC 9(11) VALUE 0.
          03 WS-LOAN-TERMS.
              05 WS-LT-RATE-X          PIC X(6).
              05 WS-LT-RATE            REDEFINES WS-LT-RATE-X
                                       PIC 9(2)V9(4).
              05 FILLER                PIC X.
              05 WS-LT-TERM-X          PIC X(3).
              05 WS-LT-TERM            REDEFINES WS-LT-TERM-X
                                       PIC 9(3).
              05 FILLER                PIC X.
              05 WS-LT-DUE-X           PIC X(8).
              05 WS-LT-DUE             REDEFINES WS-LT-DUE-X
                                       PIC 9(8).
          03 LOAN-REQ-SW               PIC X     VALUE 'N'.
              88 LOAN-OPEN-REQ             VALUE 'Y'.
          03 EDIT-OK-SW                PIC X     VALUE 'N'.
              88 EDIT-OK                   VALUE 'Y'.
          03 LOAN-FAIL-SW              PIC X     VALUE 'N'.
              88 LOAN-WRITE-FAILED         VALUE 'Y'.
      *                                *********************************
      *                                * LEVEL-PAYMENT ARITHMETIC.     *
      *                                * PAYMENT = P * R * G / (G - 1) *
      *                                * WITH R THE MONTHLY RATE AND   *
      *                                * G = (1 + R) ** TERM.          *
      *                                *********************************
          03 WS-MONTH-RATE             PIC 9V9(12)     VALUE 0.
          03 WS-GROWTH                 PIC 9(5)V9(12)  VALUE 0.
          03 WS-GROWTH-LESS-1          PIC 9(5)V9(12)  VALUE 0.
          03 WS-SCHED-BAL              PIC 9(9)V99     VALUE 0.
          03 WS-INST-NO                PIC 9(3)        VALUE 0.
          03 WS-DUE-DATE               PIC 9(8)        VALUE 0.
          03 WS-DUE-DATE-R             REDEFINES WS-DUE-DATE.
              05 WS-DUE-YYYY           PIC 9(4).
              05 WS-DUE-MM             PIC 9(2).
              05 WS-DUE-DD             PIC 9(2).
          03 WS-FIRST-DD               PIC 9(2)        VALUE 0.
          03 WS-DIM-DAYS               PIC 9(2)        VALUE 0.
          03 WS-DN-QUOT                PIC 9(4)        VALUE 0.
          03 WS-DN-REM                 PIC 9(4)        VALUE 0.
          03 WS-DIM-TBL                PIC X(24)       VALUE
              '312831303130313130313031'.
          03 WS-DIM-R                  REDEFINES WS-DIM-TBL.
              05 WS-DIM                PIC 9(2)  OCCURS 12 TIMES.
      *                                *********************************
      *                                * CICS COMMAREA DEFENITIONS.    *
      *                                *********************************
       01 APR-RECORD.
          COPY APPRREC.

       01 LOAN-RECORD.
          COPY LOANREC.

       01 AMORT-RECORD.
          COPY AMORTREC.

       COPY SESSTOW.

       COPY MS0001.
                GO TO RECEIVE-KEY
            END-IF.

            IF EIBAID = DFHPF2
                MOVE LOAN-HELP-MSG TO DMSGO
                PERFORM RESEND-DETAIL
                GO TO RECEIVE-KEY
            END-IF.

            PERFORM OPEN-ACCOUNT-RTN THRU OPEN-ACCOUNT-RTN-EXIT.
            PERFORM RESEND-DETAIL.
            GO TO RECEIVE-KEY.

               MOVE BAD-CURR-MSG TO DMSGO
               GO TO OPEN-ACCOUNT-RTN-EXIT
           END-IF.
           PERFORM EDIT-LOAN-RTN THRU EDIT-LOAN-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO OPEN-ACCOUNT-RTN-EXIT
           END-IF.
      * A LOAN CARRIES NO CREDIT LIMIT - THE LIMIT FIELD IS IGNORED.
           IF NOT LOAN-OPEN-REQ AND LIMITI NOT NUMERIC
               MOVE BAD-AMOUNT-MSG TO DMSGO
               GO TO OPEN-ACCOUNT-RTN-EXIT
           END-IF.
      *                                * CONTROL QUEUE - NEVER         *
      *                                * SILENTLY.                     *
      *                                *********************************
           PERFORM SCREEN-DENIED-RTN THRU SCREEN-DENIED-RTN-EXIT.
           IF DENY-HIT
               MOVE 'F' TO ACCT-STATUS
               MOVE 'P' TO ACCT-PENDING-FLAG
           END-IF.
           MOVE CURRI           TO ACCT-CURRENCY-CODE.
           MOVE 0               TO ACCT-BALANCE.
           MOVE 0               TO ACCT-HOLD-AMOUNT.
           MOVE SURNI           TO ACCT-SURNAME.
           MOVE FIRSTNI         TO ACCT-FIRST-NAME.
           MOVE ADDR1I          TO ACCT-ADDRESS-1.
           MOVE ADDR2I          TO ACCT-ADDRESS-2.
           MOVE ADDR3I          TO ACCT-ADDRESS-3.
           IF LOAN-OPEN-REQ
               MOVE 'L'             TO ACCT-TYPE
               MOVE 0               TO ACCT-CREDIT-LIMIT
               MOVE LN-TERM-MONTHS  TO LCM-TERM
               MOVE LN-ANNUAL-RATE  TO LCM-RATE
               MOVE LOAN-COMMENT    TO ACCT-COMMENTS
           ELSE
               MOVE SPACE           TO ACCT-TYPE
               MOVE LIMITI          TO WS-LIM-RAW
               COMPUTE ACCT-CREDIT-LIMIT = WS-LIM-RAW / 100
               MOVE ACCTCOMI        TO ACCT-COMMENTS
           END-IF.
           MOVE EIBTRMID        TO ACCT-LAST-CHANGED-USERID.
           MOVE EIBDATE         TO ACCT-LAST-CHANGED-DATE.
           MOVE EIBTIME         TO ACCT-LAST-CHANGED-TIME.
               RESP(RESP)
               END-EXEC.

      *                                *********************************
      *                                * A LOAN WITHOUT ITS SCHEDULE   *
      *                                * COULD NEVER BE BILLED - ANY   *
      *                                * FAILURE ROLLS BACK THE        *
      *                                * ACCOUNT WRITE AND THE CONTROL *
      *                                * RECORD LOCK TOGETHER, SO THE  *
      *                                * NUMBER IS NOT CONSUMED.       *
      *                                *********************************
           IF RESP = DFHRESP(NORMAL) AND LOAN-OPEN-REQ
               PERFORM WRITE-LOAN-RTN THRU WRITE-LOAN-RTN-EXIT
               IF LOAN-WRITE-FAILED
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                   MOVE LOAN-RESP TO LOAN-FAIL-RESP
                   MOVE LOAN-FAIL-MSG TO DMSGO
                   GO TO OPEN-ACCOUNT-RTN-EXIT
               END-IF
           END-IF.

           IF RESP = DFHRESP(NORMAL)
               ADD 1 TO NACT-NEXT-NUMBER
               EXEC CICS REWRITE
               PERFORM WRITE-AUDIT-RTN
               PERFORM WRITE-LEDGER-RTN
               PERFORM WRITE-RECOVERY-RTN
               PERFORM LINK-CUSTOMER-RTN THRU LINK-CUSTOMER-RTN-EXIT
               IF LOAN-OPEN-REQ
                   MOVE LN-TERM-MONTHS    TO LOM-TERM
                   MOVE LN-PAYMENT        TO LOM-PAYMENT
                   MOVE LN-FIRST-DUE-DATE TO LOM-FIRST-DUE
                   MOVE LOAN-OPENED-MSG   TO DMSGO
                   MOVE 'LOAN OPENED'     TO AUD-ACTION
                   PERFORM WRITE-AUDIT-RTN
               END-IF
               IF DENY-HIT
                   PERFORM QUEUE-DENY-RTN
                   MOVE DENY-MSG TO DMSGO
           IF DNY-RESP NOT = DFHRESP(NORMAL)
               GO TO SCREEN-DENIED-RTN-EXIT
           END-IF.
           PERFORM SCREEN-NEXT-RTN THRU SCREEN-NEXT-RTN-EXIT
               VARYING DENY-TRY FROM 1 BY 1
               UNTIL DENY-TRY > 5 OR DENY-HIT.
           EXEC CICS ENDBR FILE(DENYLIST) END-EXEC.
           END-IF.
       SCREEN-NEXT-RTN-EXIT. EXIT.

       EDIT-LOAN-RTN.
      *                                *********************************
      *                                * BLANK BALANCE FIELD = AN      *
      *                                * ORDINARY REVOLVING ACCOUNT.   *
      *                                * OTHERWISE IT IS THE LOAN      *
      *                                * PRINCIPAL, AND THE COMMENTS   *
      *                                * FIELD CARRIES THE ANNUAL RATE *
      *                                * (FOUR DECIMALS), THE TERM IN  *
      *                                * MONTHS AND THE FIRST DUE DATE *
      *                                * - '065000 036 20261115'.  THE *
      *                                * LEVEL PAYMENT IS WORKED OUT   *
      *                                * HERE SO A BAD TERM NEVER      *
      *                                * REACHES THE FILES.            *
      *                                *********************************
           MOVE 'N' TO EDIT-OK-SW.
           MOVE 'N' TO LOAN-REQ-SW.
           MOVE 'N' TO LOAN-FAIL-SW.
           IF BALANCEI = SPACES OR BALANCEI = LOW-VALUES
               MOVE 'Y' TO EDIT-OK-SW
               GO TO EDIT-LOAN-RTN-EXIT
           END-IF.
           IF BALANCEI NOT NUMERIC
               MOVE BAD-PRIN-MSG TO DMSGO
               GO TO EDIT-LOAN-RTN-EXIT
           END-IF.
           MOVE SPACES      TO LOAN-RECORD.
           MOVE BALANCEI    TO WS-PRIN-RAW.
           COMPUTE LN-PRINCIPAL = WS-PRIN-RAW / 100.
           IF LN-PRINCIPAL = 0
               MOVE BAD-PRIN-MSG TO DMSGO
               GO TO EDIT-LOAN-RTN-EXIT
           END-IF.
           MOVE ACCTCOMI(1:19) TO WS-LOAN-TERMS.
           IF WS-LT-RATE-X NOT NUMERIC
                   OR WS-LT-TERM-X NOT NUMERIC
                   OR WS-LT-DUE-X NOT NUMERIC
               MOVE BAD-TERMS-MSG TO DMSGO
               GO TO EDIT-LOAN-RTN-EXIT
           END-IF.
           PERFORM GET-TODAY-RTN.
           MOVE WS-LT-DUE TO WS-DUE-DATE.
           IF WS-LT-RATE > 30
                   OR WS-LT-TERM < 1 OR WS-LT-TERM > 360
                   OR WS-DUE-DATE NOT > WS-TODAY-8
                   OR WS-DUE-MM < 1 OR WS-DUE-MM > 12
               MOVE BAD-RANGE-MSG TO DMSGO
               GO TO EDIT-LOAN-RTN-EXIT
           END-IF.
           PERFORM DAYS-IN-MONTH-RTN THRU DAYS-IN-MONTH-RTN-EXIT.
           IF WS-DUE-DD < 1 OR WS-DUE-DD > WS-DIM-DAYS
               MOVE BAD-RANGE-MSG TO DMSGO
               GO TO EDIT-LOAN-RTN-EXIT
           END-IF.
           MOVE WS-LT-RATE  TO LN-ANNUAL-RATE.
           MOVE WS-LT-TERM  TO LN-TERM-MONTHS.
           MOVE WS-LT-DUE   TO LN-FIRST-DUE-DATE.
           COMPUTE WS-MONTH-RATE = LN-ANNUAL-RATE / 1200.
           IF WS-MONTH-RATE = 0
               COMPUTE LN-PAYMENT ROUNDED =
                   LN-PRINCIPAL / LN-TERM-MONTHS
           ELSE
               COMPUTE WS-GROWTH = (1 + WS-MONTH-RATE) ** LN-TERM-MONTHS
               COMPUTE WS-GROWTH-LESS-1 = WS-GROWTH - 1
               COMPUTE LN-PAYMENT ROUNDED = LN-PRINCIPAL
                   * WS-MONTH-RATE * WS-GROWTH / WS-GROWTH-LESS-1
           END-IF.
           MOVE 'Y' TO LOAN-REQ-SW.
           MOVE 'Y' TO EDIT-OK-SW.
       EDIT-LOAN-RTN-EXIT. EXIT.

       WRITE-LOAN-RTN.
      *                                *********************************
      *                                * THE LOAN MASTER, THEN ONE     *
      *                                * AMORTSCH RECORD PER MONTH.    *
      *                                * NOTHING IS BILLED OR OWED     *
      *                                * YET - SU41LNBL BILLS EACH     *
      *                                * INSTALLMENT ON ITS DUE DATE.  *
      *                                *********************************
           MOVE ACCT-NUMBER       TO LN-ACCT-NUMBER.
           MOVE 'O'               TO LN-STATUS.
           MOVE WS-TODAY-8        TO LN-OPEN-DATE.
           MOVE LN-PRINCIPAL      TO LN-PRIN-OUTSTANDING.
           MOVE 1                 TO LN-NEXT-BILL-NO.
           MOVE 1                 TO LN-NEXT-PAY-NO.
           MOVE 0                 TO LN-AMOUNT-DUE.
           MOVE 0                 TO LN-INT-DUE.
           MOVE WS-TODAY-8        TO LN-INT-THRU-DATE.
           MOVE 0                 TO LN-OLDEST-DUE-DATE.
           MOVE 0                 TO LN-DELINQ-DAYS.
           MOVE 0                 TO LN-LAST-BILL-DATE.
           MOVE 0                 TO LN-LAST-PAY-DATE.
           MOVE 0                 TO LN-INT-PAID.
           MOVE 0                 TO LN-PRIN-PAID.
           MOVE EIBTRMID          TO LN-OPEN-USERID.
           EXEC CICS WRITE
               FILE(LOANMAST)
               FROM(LOAN-RECORD)
               RIDFLD(LN-ACCT-NUMBER)
               RESP(LOAN-RESP)
               END-EXEC.
           IF LOAN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO LOAN-FAIL-SW
               GO TO WRITE-LOAN-RTN-EXIT
           END-IF.
           MOVE LN-FIRST-DUE-DATE TO WS-DUE-DATE.
           MOVE WS-DUE-DD         TO WS-FIRST-DD.
           MOVE LN-PRINCIPAL      TO WS-SCHED-BAL.
           PERFORM WRITE-INSTALLMENT-RTN
               THRU WRITE-INSTALLMENT-RTN-EXIT
               VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > LN-TERM-MONTHS
                  OR LOAN-WRITE-FAILED.
       WRITE-LOAN-RTN-EXIT. EXIT.

       WRITE-INSTALLMENT-RTN.
      * INTEREST ON THE SCHEDULED BALANCE, THE REST OF THE LEVEL
      * PAYMENT TO PRINCIPAL; THE LAST INSTALLMENT CLEARS WHATEVER
      * PRINCIPAL THE ROUNDING HAS LEFT.
           MOVE SPACES            TO AMORT-RECORD.
           MOVE ACCT-NUMBER       TO AM-ACCT-NUMBER.
           MOVE WS-INST-NO        TO AM-INST-NO.
           MOVE WS-DUE-DATE       TO AM-DUE-DATE.
           COMPUTE AM-INTEREST ROUNDED = WS-SCHED-BAL * WS-MONTH-RATE.
           IF WS-INST-NO = LN-TERM-MONTHS
               MOVE WS-SCHED-BAL TO AM-PRINCIPAL
           ELSE
               COMPUTE AM-PRINCIPAL = LN-PAYMENT - AM-INTEREST
               IF AM-PRINCIPAL > WS-SCHED-BAL
                   MOVE WS-SCHED-BAL TO AM-PRINCIPAL
               END-IF
           END-IF.
           COMPUTE AM-PAYMENT = AM-INTEREST + AM-PRINCIPAL.
           SUBTRACT AM-PRINCIPAL FROM WS-SCHED-BAL.
           MOVE WS-SCHED-BAL      TO AM-BALANCE-AFTER.
           MOVE 'S'               TO AM-STATUS.
           MOVE 0                 TO AM-BILLED-DATE.
           MOVE 0                 TO AM-PAID-DATE.
           MOVE 0                 TO AM-INT-PAID.
           MOVE 0                 TO AM-PRIN-PAID.
           EXEC CICS WRITE
               FILE(AMORTSCH)
               FROM(AMORT-RECORD)
               RIDFLD(AM-KEY)
               RESP(LOAN-RESP)
               END-EXEC.
           IF LOAN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO LOAN-FAIL-SW
               GO TO WRITE-INSTALLMENT-RTN-EXIT
           END-IF.
      * SAME DAY NEXT MONTH, PULLED BACK TO THE MONTH END WHEN THE
      * MONTH IS SHORT - A LOAN DUE ON THE 31ST FALLS DUE 30 APRIL.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           END-IF.
           PERFORM DAYS-IN-MONTH-RTN THRU DAYS-IN-MONTH-RTN-EXIT.
           IF WS-FIRST-DD > WS-DIM-DAYS
               MOVE WS-DIM-DAYS TO WS-DUE-DD
           ELSE
               MOVE WS-FIRST-DD TO WS-DUE-DD
           END-IF.
       WRITE-INSTALLMENT-RTN-EXIT. EXIT.

       DAYS-IN-MONTH-RTN.
      * LENGTH OF MONTH WS-DUE-MM OF YEAR WS-DUE-YYYY, LEAP YEARS
      * BY THE 4/100/400 RULE.
           MOVE WS-DIM(WS-DUE-MM) TO WS-DIM-DAYS.
           IF WS-DUE-MM NOT = 2
               GO TO DAYS-IN-MONTH-RTN-EXIT
           END-IF.
           DIVIDE WS-DUE-YYYY BY 4 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM.
           IF WS-DN-REM = 0
               MOVE 29 TO WS-DIM-DAYS
               DIVIDE WS-DUE-YYYY BY 100 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-REM
               IF WS-DN-REM = 0
                   MOVE 28 TO WS-DIM-DAYS
                   DIVIDE WS-DUE-YYYY BY 400 GIVING WS-DN-QUOT
                       REMAINDER WS-DN-REM
                   IF WS-DN-REM = 0
                       MOVE 29 TO WS-DIM-DAYS
                   END-IF
               END-IF
           END-IF.
       DAYS-IN-MONTH-RTN-EXIT. EXIT.

       QUEUE-DENY-RTN.
      *                                *********************************
      *                                * THE HIT GOES ON THE DUAL-     *
