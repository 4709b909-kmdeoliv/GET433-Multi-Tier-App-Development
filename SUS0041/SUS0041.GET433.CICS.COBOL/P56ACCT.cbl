       IDENTIFICATION DIVISION.
       PROGRAM-ID. P56ACCT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *                                *********************************
      *                                * LOAN PAYOFF QUOTE.  THE       *
      *                                * OPERATOR KEYS AN INSTALLMENT  *
      *                                * LOAN ACCOUNT AND THE DATE THE *
      *                                * PAYOFF WILL ARRIVE (ADDRESS   *
      *                                * LINE 1, YYYYMMDD, BLANK =     *
      *                                * TODAY).  THE QUOTE IS THE     *
      *                                * PRINCIPAL OUTSTANDING, PLUS   *
      *                                * INTEREST BILLED AND NOT YET   *
      *                                * PAID, PLUS PER-DIEM INTEREST  *
      *                                * ON THE PRINCIPAL FROM THE     *
      *                                * LAST BILLED DUE DATE (THE     *
      *                                * OPEN DATE BEFORE THE FIRST)   *
      *                                * TO THE PAYOFF DATE, LESS THE  *
      *                                * PAYMENTS ALREADY SITTING IN   *
      *                                * THE ACCOUNT AWAITING THE      *
      *                                * NIGHTLY BILLING RUN.  ENQUIRY *
      *                                * ONLY - NOTHING IS UPDATED.    *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 VSAMFILE                  PIC X(8)  VALUE 'VSAMFILE'.
          03 LOANMAST                  PIC X(8)  VALUE 'LOANMAST'.
          03 TS-QUEUE                  PIC X(8)  VALUE 'ACCTAUD '.
          03 RESP                      PIC 9(4)  COMP.
          03 LOAN-RESP                 PIC 9(4)  COMP.
          03 WS-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
          03 WS-TODAY-8                PIC 9(8)  VALUE 0.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              'ACCOUNT NOT ON FILE - PLEASE RE-ENTER.'.
          03 NOT-LOAN-MSG              PIC X(79) VALUE
              'THAT ACCOUNT IS NOT AN INSTALLMENT LOAN.'.
          03 NO-LOAN-MSG               PIC X(79) VALUE
              'NO LOAN MASTER RECORD FOR THAT ACCOUNT - CALL LOANS.'.
          03 PAID-OFF-MSG              PIC X(79) VALUE
              'LOAN IS PAID OFF - NOTHING IS OWED.'.
          03 BAD-DATE-MSG              PIC X(79) VALUE
              'PAYOFF DATE MUST BE A VALID YYYYMMDD, NOT BEFORE TODAY.'.
          03 QUOTE-MSG.
              05 FILLER                PIC X(13) VALUE
                 'PAYOFF AS OF '.
              05 QM-DATE               PIC 9(8).
              05 FILLER                PIC X(1)  VALUE SPACE.
              05 QM-AMOUNT             PIC $$$,$$$,$$9.99.
              05 FILLER                PIC X(11) VALUE
                 ' - PER DIEM'.
              05 QM-PER-DIEM           PIC $$,$$9.99.
              05 FILLER                PIC X(5)  VALUE ' FOR '.
              05 QM-DAYS               PIC ZZZZ9.
              05 FILLER                PIC X(13) VALUE ' DAYS.'.
          03 HELP-MSG.
              05 FILLER                PIC X(40) VALUE
                 'KEY THE LOAN ACCOUNT AND THE PAYOFF DATE'.
              05 FILLER                PIC X(39) VALUE
                 ' (ADDRESS 1, YYYYMMDD, BLANK = TODAY).'.
          03 RESP-MSG.
              05 FILLER                PIC X(37)
                 VALUE '"P56ACCT " INTERNAL ERROR, RESP CODE='.
              05 RESP-NUMBER           PIC 9(5).
          03 WS-PAYOFF-DATE            PIC 9(8)     VALUE 0.
          03 WS-PAYOFF-DAYNO           PIC 9(7)     VALUE 0.
          03 WS-ACCR-DAYS              PIC 9(5)     VALUE 0.
          03 WS-PER-DIEM               PIC 9(7)V99  VALUE 0.
          03 WS-ACCRUED                PIC 9(9)V99  VALUE 0.
          03 WS-INTEREST               PIC 9(9)V99  VALUE 0.
          03 WS-FUNDS                  PIC S9(9)V99 VALUE 0.
          03 WS-HOLD                   PIC 9(9)V99  VALUE 0.
          03 WS-PAYOFF                 PIC S9(11)V99 VALUE 0.
          03 EDIT-OK-SW                PIC X        VALUE 'N'.
              88 EDIT-OK                   VALUE 'Y'.
          03 WS-PRIN-LINE.
              05 FILLER                PIC X(5)  VALUE 'PRIN '.
              05 PL-PRINCIPAL          PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                PIC X(1)  VALUE SPACE.
          03 WS-DAYS-LINE.
              05 FILLER                PIC X(10) VALUE 'DAYS LATE '.
              05 DYL-DAYS              PIC ZZZZ9.
          03 WS-SPLIT-LINE.
              05 FILLER                PIC X(9)  VALUE 'INTEREST '.
              05 SL-INTEREST           PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER                PIC X(12) VALUE ' LESS FUNDS '.
              05 SL-FUNDS              PIC ZZ,ZZZ,ZZ9.99.
              05 FILLER                PIC X(3)  VALUE SPACES.
      *                                *********************************
      *                                * CALENDAR-DAY NUMBERING, AS    *
      *                                * THE BATCH INTEREST ACCRUAL    *
      *                                * (SU41ACCR) DOES IT - TWO      *
      *                                * DATES SUBTRACT TO A TRUE DAY  *
      *                                * COUNT.                        *
      *                                *********************************
          03 WS-DN-DATE                PIC 9(8)     VALUE 0.
          03 WS-DN-DATE-R              REDEFINES WS-DN-DATE.
              05 WS-DN-YYYY            PIC 9(4).
              05 WS-DN-MM              PIC 9(2).
              05 WS-DN-DD              PIC 9(2).
          03 WS-DN-PRIOR-YR            PIC 9(4)     VALUE 0.
          03 WS-DN-QUOT                PIC 9(4)     VALUE 0.
          03 WS-DN-REM                 PIC 9(4)     VALUE 0.
          03 WS-DN-LEAP-SW             PIC X        VALUE 'N'.
              88 WS-DN-LEAP                VALUE 'Y'.
          03 WS-DAY-NUMBER             PIC 9(7)     VALUE 0.
          03 WS-CUM-DAYS-TBL           PIC X(36)    VALUE
              '000031059090120151181212243273304334'.
          03 WS-CUM-DAYS-R             REDEFINES WS-CUM-DAYS-TBL.
              05 WS-CUM-DAYS           PIC 9(3)  OCCURS 12 TIMES.
          03 WS-DIM-TBL                PIC X(24)    VALUE
              '312831303130313130313031'.
          03 WS-DIM-R                  REDEFINES WS-DIM-TBL.
              05 WS-DIM                PIC 9(2)  OCCURS 12 TIMES.

       01 WS-COMMAREA.
          COPY ACCTREC.

       01 LOAN-RECORD.
          COPY LOANREC.

       01 AUD-RECORD.
          COPY AUDITREC.

       COPY SESSTOW.

       COPY MS0001.
       COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X.
      *                                *********************************
      *                                * MAIN PROCEDURE                *
      *                                *********************************
       PROCEDURE DIVISION.
       RETRY-AGAIN SECTION.
           MOVE LOW-VALUES TO DETAILSI.
           MOVE 'LOAN PAYOFF QUOTE' TO HEADI.

       SEND-MSG.
            EXEC CICS SEND MAP('DETAILS') MAPSET('MS0001')
                FREEKB ERASE RESP(RESP)
                END-EXEC.
           PERFORM START-SESSION-TIMER-RTN.

       RECEIVE-KEY.
            EXEC CICS RECEIVE MAP('DETAILS') MAPSET('MS0001')
                RESP(RESP)
                END-EXEC.

           PERFORM CHECK-SESSION-TIMEOUT-RTN.
           IF SESSION-TIMED-OUT
               EXEC CICS SEND TEXT
                   FROM(SESSTO-MSG) ERASE FREEKB
                   END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

            IF EIBAID = DFHPF3
                EXEC CICS SEND TEXT
                    FROM(DONE-MSG) ERASE FREEKB
                    END-EXEC
                EXEC CICS RETURN END-EXEC
            END-IF.

            IF EIBAID = DFHPF1
                MOVE HELP-MSG TO DMSGO
                PERFORM RESEND-DETAIL
                GO TO RECEIVE-KEY
            END-IF.

            PERFORM QUOTE-PAYOFF-RTN THRU QUOTE-PAYOFF-RTN-EXIT.
            PERFORM RESEND-DETAIL.
            GO TO RECEIVE-KEY.

       QUOTE-PAYOFF-RTN.
           PERFORM EDIT-DATE-RTN THRU EDIT-DATE-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO QUOTE-PAYOFF-RTN-EXIT
           END-IF.
           MOVE ACCOUNTI TO ACCT-NUMBER.
           EXEC CICS READ
               FILE(VSAMFILE)
               INTO(WS-COMMAREA)
               RIDFLD(ACCT-NUMBER)
               RESP(RESP)
               END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE NOT-FOUND-MSG TO DMSGO
               GO TO QUOTE-PAYOFF-RTN-EXIT
           END-IF.
           IF NOT ACCT-LOAN
               MOVE NOT-LOAN-MSG TO DMSGO
               GO TO QUOTE-PAYOFF-RTN-EXIT
           END-IF.
           MOVE ACCT-NUMBER TO LN-ACCT-NUMBER.
           EXEC CICS READ
               FILE(LOANMAST)
               INTO(LOAN-RECORD)
               RIDFLD(LN-ACCT-NUMBER)
               RESP(LOAN-RESP)
               END-EXEC.
           IF LOAN-RESP = DFHRESP(NOTFND)
               MOVE NO-LOAN-MSG TO DMSGO
               GO TO QUOTE-PAYOFF-RTN-EXIT
           END-IF.
           IF LOAN-RESP NOT = DFHRESP(NORMAL)
               MOVE LOAN-RESP TO RESP-NUMBER
               MOVE RESP-MSG TO DMSGO
               GO TO QUOTE-PAYOFF-RTN-EXIT
           END-IF.
           PERFORM FORMAT-ACCOUNT-RTN.
           IF LN-PAID-OFF
               MOVE 'PAID OFF' TO STATO
               MOVE 0 TO BALANCEO
               MOVE PAID-OFF-MSG TO DMSGO
               GO TO QUOTE-PAYOFF-RTN-EXIT
           END-IF.
      *                                *********************************
      *                                * PER DIEM = PRINCIPAL X RATE / *
      *                                * 365, ACCRUED FROM THE LAST    *
      *                                * BILLED DUE DATE - INTEREST UP *
      *                                * TO THAT DATE IS ALREADY IN    *
      *                                * THE BILLED AMOUNT.  A PAYOFF  *
      *                                * DATE ON OR BEFORE IT ACCRUES  *
      *                                * NOTHING MORE.                 *
      *                                *********************************
           COMPUTE WS-PER-DIEM ROUNDED =
               LN-PRIN-OUTSTANDING * LN-ANNUAL-RATE / 36500.
           MOVE 0 TO WS-ACCR-DAYS.
           MOVE LN-INT-THRU-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT.
           IF WS-PAYOFF-DAYNO > WS-DAY-NUMBER
               COMPUTE WS-ACCR-DAYS = WS-PAYOFF-DAYNO - WS-DAY-NUMBER
           END-IF.
           COMPUTE WS-ACCRUED = WS-PER-DIEM * WS-ACCR-DAYS.
           COMPUTE WS-INTEREST = LN-INT-DUE + WS-ACCRUED.
      * MONEY STILL UNDER A DEPOSIT HOLD HAS NOT CLEARED AND IS NOT
      * COUNTED AGAINST THE PAYOFF.
           IF ACCT-HOLD-AMOUNT NUMERIC
               MOVE ACCT-HOLD-AMOUNT TO WS-HOLD
           ELSE
               MOVE 0 TO WS-HOLD
           END-IF.
           COMPUTE WS-FUNDS = ACCT-BALANCE - WS-HOLD.
           IF WS-FUNDS < 0
               MOVE 0 TO WS-FUNDS
           END-IF.
           COMPUTE WS-PAYOFF = LN-PRIN-OUTSTANDING + WS-INTEREST
               - WS-FUNDS.
           IF WS-PAYOFF < 0
               MOVE 0 TO WS-PAYOFF
           END-IF.
           MOVE WS-PAYOFF           TO BALANCEO.
           MOVE LN-PRIN-OUTSTANDING TO PL-PRINCIPAL.
           MOVE WS-PRIN-LINE        TO ADDR2O.
           MOVE LN-DELINQ-DAYS      TO DYL-DAYS.
           MOVE WS-DAYS-LINE        TO ADDR3O.
           MOVE WS-INTEREST         TO SL-INTEREST.
           MOVE WS-FUNDS            TO SL-FUNDS.
           MOVE WS-SPLIT-LINE       TO ACCTCOMO.
           MOVE WS-PAYOFF-DATE      TO QM-DATE.
           MOVE WS-PAYOFF           TO QM-AMOUNT.
           MOVE WS-PER-DIEM         TO QM-PER-DIEM.
           MOVE WS-ACCR-DAYS        TO QM-DAYS.
           MOVE QUOTE-MSG           TO DMSGO.
           MOVE ACCT-NUMBER    TO AUD-ACCT-NUMBER.
           MOVE 'PAYOFF QUOTE' TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RTN.
       QUOTE-PAYOFF-RTN-EXIT. EXIT.

       EDIT-DATE-RTN.
      *                                *********************************
      *                                * BLANK MEANS PAY OFF TODAY.  A *
      *                                * KEYED DATE MUST BE A REAL     *
      *                                * CALENDAR DATE AND NOT IN THE  *
      *                                * PAST.                         *
      *                                *********************************
           MOVE 'N' TO EDIT-OK-SW.
           PERFORM GET-TODAY-RTN.
           IF ADDR1I(1:8) = SPACES OR ADDR1I(1:8) = LOW-VALUES
               MOVE WS-TODAY-8 TO WS-PAYOFF-DATE
           ELSE
               IF ADDR1I(1:8) NOT NUMERIC
                   MOVE BAD-DATE-MSG TO DMSGO
                   GO TO EDIT-DATE-RTN-EXIT
               END-IF
               MOVE ADDR1I(1:8) TO WS-PAYOFF-DATE
           END-IF.
           IF WS-PAYOFF-DATE < WS-TODAY-8
               MOVE BAD-DATE-MSG TO DMSGO
               GO TO EDIT-DATE-RTN-EXIT
           END-IF.
           MOVE WS-PAYOFF-DATE TO WS-DN-DATE.
           IF WS-DN-MM < 1 OR WS-DN-MM > 12 OR WS-DN-DD < 1
               MOVE BAD-DATE-MSG TO DMSGO
               GO TO EDIT-DATE-RTN-EXIT
           END-IF.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT.
           IF WS-DN-DD > WS-DIM(WS-DN-MM)
                   AND NOT (WS-DN-MM = 2 AND WS-DN-DD = 29
                            AND WS-DN-LEAP)
               MOVE BAD-DATE-MSG TO DMSGO
               GO TO EDIT-DATE-RTN-EXIT
           END-IF.
           MOVE WS-DAY-NUMBER TO WS-PAYOFF-DAYNO.
           MOVE 'Y' TO EDIT-OK-SW.
       EDIT-DATE-RTN-EXIT. EXIT.

       FORMAT-ACCOUNT-RTN.
           MOVE ACCT-NUMBER        TO ACCOUNTO.
           MOVE ACCT-SURNAME       TO SURNO.
           MOVE ACCT-FIRST-NAME    TO FIRSTNO.
           MOVE ACCT-CURRENCY-CODE TO CURRO.
           MOVE LN-PAYMENT         TO LIMITO.
           MOVE SPACES             TO ADDR1O.
           MOVE 'AS OF '           TO ADDR1O(1:6).
           MOVE WS-PAYOFF-DATE     TO ADDR1O(7:8).
           MOVE SPACES             TO ADDR2O.
           MOVE SPACES             TO ADDR3O.
           MOVE SPACES             TO ACCTCOMO.
           IF LN-DELINQ-DAYS > 0
               MOVE 'PAST DUE' TO STATO
           ELSE
               MOVE 'CURRENT'  TO STATO
           END-IF.
       FORMAT-ACCOUNT-RTN-EXIT. EXIT.

       DAY-NUMBER-RTN.
      * DAYS SINCE A FIXED ORIGIN FOR WS-DN-DATE, LEAP YEARS AND ALL.
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

       GET-TODAY-RTN.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
               END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-8)
               END-EXEC.
       GET-TODAY-RTN-EXIT. EXIT.

       WRITE-AUDIT-RTN.
           MOVE EIBTRNID  TO AUD-TRANSID.
           MOVE EIBTRMID  TO AUD-TERMID.
           MOVE 'P56ACCT' TO AUD-PROGRAM.
           MOVE EIBDATE   TO AUD-DATE.
           MOVE EIBTIME   TO AUD-TIME.
           EXEC CICS WRITEQ TS
               QUEUE(TS-QUEUE)
               FROM(AUD-RECORD)
               LENGTH(LENGTH OF AUD-RECORD)
               END-EXEC.
       WRITE-AUDIT-RTN-EXIT. EXIT.

       RESEND-DETAIL.
            EXEC CICS SEND MAP('DETAILS') MAPSET('MS0001')
                DATAONLY
                RESP(RESP)
                END-EXEC.
           PERFORM START-SESSION-TIMER-RTN.
       RESEND-DETAIL-EXIT. EXIT.

       COPY SESSTO.
