       IDENTIFICATION DIVISION.
       PROGRAM-ID. P48STU.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *                                *********************************
      *                                * CASHIER WINDOW RECEIPTING.    *
      *                                * THE CASHIER KEYS O IN THE     *
      *                                * STATUS FIELD TO OPEN A DRAWER *
      *                                * SESSION, THEN FOR EACH        *
      *                                * PAYMENT AN SSN - THE AR       *
      *                                * BALANCE IS SHOWN BEFORE ANY   *
      *                                * MONEY IS TAKEN - AND THE      *
      *                                * AMOUNT IN THE NAME FIELD WITH *
      *                                * THE TENDER (C=CASH, K=CHECK,  *
      *                                * R=CARD) IN THE CREDITS FIELD. *
      *                                * EACH RECEIPT GETS A NUMBER    *
      *                                * AND IS APPENDED TO THE        *
      *                                * CSHRCPT FILE IN THE PAYMENT   *
      *                                * LAYOUT SU41PGM24 POSTS.  C    *
      *                                * CLOSES THE SESSION WITH THE   *
      *                                * COUNTED DRAWER TOTAL IN THE   *
      *                                * NAME FIELD, WRITTEN TO        *
      *                                * CSHDRWR FOR THE END-OF-DAY    *
      *                                * BALANCING IN SU41PGM66.       *
      *                                *********************************
       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * GENERAL WORKING STORAGE FIELDS*
      *                                *********************************
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 ARFILE                    PIC X(8)  VALUE 'ARFILE  '.
          03 CSHSESS                   PIC X(8)  VALUE 'CSHSESS '.
          03 CSHRCPT                   PIC X(8)  VALUE 'CSHRCPT '.
          03 CSHDRWR                   PIC X(8)  VALUE 'CSHDRWR '.
          03 SECPROF                   PIC X(8)  VALUE 'SECPROF '.
          03 TS-QUEUE                  PIC X(8)  VALUE 'STUAUD  '.
          03 RESP                      PIC 9(4)  COMP.
          03 SEC-RESP                  PIC 9(4)  COMP.
          03 CS-RESP                   PIC 9(4)  COMP.
          03 CR-RESP                   PIC 9(4)  COMP.
          03 CR-RBA                    PIC S9(8) COMP VALUE 0.
          03 CD-RBA                    PIC S9(8) COMP VALUE 0.
          03 WS-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
          03 WS-TODAY-8                PIC 9(8)  VALUE 0.
          03 WS-NOW-6                  PIC 9(6)  VALUE 0.
          03 WS-ACTION                 PIC X     VALUE SPACE.
              88 ACTION-OPEN               VALUE 'O'.
              88 ACTION-RECEIPT            VALUE 'R' ' ' LOW-VALUE.
              88 ACTION-CLOSE              VALUE 'C'.
          03 LAST-SSN                  PIC X(9)  VALUE SPACES.
          03 WS-AMOUNT                 PIC 9(7)V99 VALUE 0.
          03 WS-BAL-AFTER              PIC S9(7)V99 VALUE 0.
          03 WS-TENDER                 PIC X     VALUE SPACE.
          03 WS-RCPT-NO.
              05 WS-RCPT-SESSION       PIC X(6).
              05 WS-RCPT-SEQ           PIC 9(4).
      *                                *********************************
      *                                * AMOUNT EDIT - THE KEYED TEXT  *
      *                                * IS TAKEN A CHARACTER AT A     *
      *                                * TIME SO 125, 125.5, 125.50    *
      *                                * AND $1,125.00 ALL READ RIGHT. *
      *                                *********************************
          03 AMT-TEXT                  PIC X(20) VALUE SPACES.
          03 AMT-CHAR                  PIC X     VALUE SPACE.
          03 AMT-DIGIT REDEFINES AMT-CHAR PIC 9.
          03 AMT-SUB                   PIC 99    VALUE 0.
          03 AMT-CENTS                 PIC 9(11) VALUE 0.
          03 AMT-DEC-DIGITS            PIC 9     VALUE 0.
          03 AMT-DIGIT-CNT             PIC 99    VALUE 0.
          03 AMT-DEC-SW                PIC X     VALUE 'N'.
              88 AMT-DEC-SEEN              VALUE 'Y'.
          03 AMT-BAD-SW                PIC X     VALUE 'N'.
              88 AMOUNT-BAD                VALUE 'Y'.
          03 SESS-OK-SW                PIC X     VALUE 'N'.
              88 SESSION-OK                VALUE 'Y'.
          03 BAD-SSN-MSG               PIC X(79) VALUE
              'SSN FAILS THE FORMAT CHECK - PLEASE RE-ENTER.'.
          03 BAD-ACTION-MSG            PIC X(79) VALUE
              'KEY O TO OPEN, R (OR BLANK) TO RECEIPT, C TO CLOSE.'.
          03 NO-AUTH-MSG               PIC X(79) VALUE
              'YOUR PROFILE DOES NOT ALLOW CASHIER RECEIPTING.'.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              'NO AR RECORD ON FILE FOR THAT SSN - NOTHING TO RECEIPT.'.
          03 BAD-AMOUNT-MSG            PIC X(79) VALUE
              'AMOUNT IN NAME FIELD IS NOT VALID - PLEASE RE-ENTER.'.
          03 BAD-TENDER-MSG            PIC X(79) VALUE
              'TENDER IN CREDITS MUST BE C=CASH, K=CHECK OR R=CARD.'.
          03 OVER-LIMIT-MSG            PIC X(79) VALUE
              'AMOUNT OVER YOUR TRANSACTION LIMIT - CALL A SUPERVISOR.'.
          03 NO-SESSION-MSG            PIC X(79) VALUE
              'NO OPEN SESSION - KEY O IN STATUS TO OPEN ONE.'.
          03 STALE-SESSION-MSG         PIC X(79) VALUE
              'SESSION IS FROM AN EARLIER DAY - CLOSE IT (C) FIRST.'.
          03 SESSION-FULL-MSG          PIC X(79) VALUE
              'SESSION RECEIPT LIMIT REACHED - CLOSE AND REOPEN.'.
          03 DAY-FULL-MSG              PIC X(79) VALUE
              'NO MORE SESSIONS TODAY FOR THIS OPERATOR ID.'.
          03 NO-DECLARED-MSG           PIC X(79) VALUE
              'KEY THE COUNTED DRAWER TOTAL IN NAME TO CLOSE.'.
          03 BALANCE-MSG               PIC X(79) VALUE
              'CHECK BALANCE - KEY AMOUNT IN NAME, TENDER IN CREDITS.'.
          03 ALREADY-OPEN-MSG.
              05 FILLER                PIC X(8)  VALUE 'SESSION '.
              05 AOM-SESSION           PIC X(6).
              05 FILLER                PIC X(65)
                 VALUE ' IS ALREADY OPEN - RECEIPT OR CLOSE IT.'.
          03 OPENED-MSG.
              05 FILLER                PIC X(8)  VALUE 'SESSION '.
              05 OPM-SESSION           PIC X(6).
              05 FILLER                PIC X(65)
                 VALUE ' OPENED - KEY SSN FOR THE FIRST RECEIPT.'.
          03 RECEIPTED-MSG.
              05 FILLER                PIC X(8)  VALUE 'RECEIPT '.
              05 RCM-SESSION           PIC X(6).
              05 FILLER                PIC X(1)  VALUE '-'.
              05 RCM-SEQ               PIC 9(4).
              05 FILLER                PIC X(1)  VALUE SPACE.
              05 RCM-AMOUNT            PIC $$,$$$,$$9.99.
              05 FILLER                PIC X(1)  VALUE SPACE.
              05 RCM-TENDER            PIC X(1).
              05 FILLER                PIC X(21)
                 VALUE '  BAL AFTER POSTING '.
              05 RCM-BAL-AFTER         PIC -$,$$$,$$9.99.
              05 FILLER                PIC X(10) VALUE SPACES.
          03 CLOSED-MSG.
              05 FILLER                PIC X(8)  VALUE 'SESSION '.
              05 CLM-SESSION           PIC X(6).
              05 FILLER                PIC X(9)  VALUE ' CLOSED, '.
              05 CLM-COUNT             PIC ZZ,ZZ9.
              05 FILLER                PIC X(20)
                 VALUE ' RECEIPTS.  DECLARED'.
              05 CLM-DECLARED          PIC $$,$$$,$$9.99.
              05 FILLER                PIC X(17) VALUE SPACES.
          03 BALANCE-DISPLAY.
              05 FILLER                PIC X(7)  VALUE 'AR BAL '.
              05 BD-BALANCE            PIC -$,$$$,$$9.99.
          03 SESSION-DISPLAY.
              05 FILLER                PIC X(8)  VALUE 'SESSION '.
              05 SD-SESSION            PIC X(6).
              05 FILLER                PIC X(1)  VALUE SPACE.
              05 SD-STATUS             PIC X(4).
          03 VSAM-ERR-MSG.
              05 FILLER                PIC X(14)
                 VALUE 'FILE ERROR ON '.
              05 VSAM-ERR-FILE         PIC X(8).
              05 FILLER                PIC X(29)
                 VALUE ' - CALL OPERATIONS.     RESP='.
              05 VSAM-ERR-RESP         PIC 9(5).
          03 HELP-MSG.
              05 FILLER                PIC X(40) VALUE
                 'O=OPEN C=CLOSE R=RCPT; SSN, AMOUNT IN NA'.
              05 FILLER                PIC X(39) VALUE
                 'ME, TENDER C/K/R IN CREDITS.  PF3=EXIT.'.
          03 RESP-MSG.
              05 FILLER                PIC X(37)
                 VALUE '"P48STU  " INTERNAL ERROR, RESP CODE='.
              05 RESP-NUMBER           PIC 9(5).

       01 WS-AR-AREA.
          03 WSA-SSN                  PIC 9(9).
          03 WSA-BILLED               PIC 9(7)V99.
          03 WSA-PAID                 PIC 9(7)V99.
          03 WSA-BALANCE              PIC S9(7)V99.
          03 WSA-LAST-BILL-DATE       PIC 9(8).
          03 WSA-LAST-PAY-DATE        PIC 9(8).
          03 WSA-LATE-FEES            PIC 9(5)V99.
          03 WSA-LAST-BILL-CYCLE      PIC X(6).
          03 WSA-NSF-FEES             PIC 9(5)V99.
          03 WSA-PLACED-FLAG          PIC X(1).
          03 FILLER                   PIC X(11).

       01 CSS-RECORD.
          COPY CSHSREC.

       01 CR-RECORD.
          COPY PAYRCPT.

      *                                *********************************
      *                                * DECLARED DRAWER TOTAL - THE   *
      *                                * RECORD SU41PGM66 READS FROM   *
      *                                * ITS DRAWER FILE.              *
      *                                *********************************
       01 CD-RECORD.
          03 CD-SESSION-ID             PIC X(6).
          03 CD-CASHIER                PIC X(8).
          03 CD-DECLARED               PIC 9(7)V99.
          03 FILLER                    PIC X(57).

       01 SEC-RECORD.
          COPY SECREC.

       01 AUD-RECORD.
          COPY AUDITREC.

       01 AUD-CSH-ACTION.
          03 AUD-CSH-VERB              PIC X(08).
          03 AUD-CSH-SESSION           PIC X(06).
          03 AUD-CSH-SEQ               PIC 9(04).
          03 AUD-CSH-TENDER            PIC X(01).
          03 FILLER                    PIC X(01) VALUE SPACE.

       COPY SSNCHKW.

       COPY SESSTOW.

       COPY MS0002.
       COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X.
      *                                *********************************
      *                                * MAIN PROCEDURE                *
      *                                *********************************
       PROCEDURE DIVISION.
       RETRY-AGAIN SECTION.
           MOVE LOW-VALUES TO DETAILSI.
           MOVE 'CASHIER RECEIPTING' TO HEADI.

       SEND-MSG.
            EXEC CICS SEND MAP('DETAILS') MAPSET('MS0002')
                FREEKB ERASE RESP(RESP)
                END-EXEC.
           PERFORM START-SESSION-TIMER-RTN.

       RECEIVE-KEY.
            EXEC CICS RECEIVE MAP('DETAILS') MAPSET('MS0002')
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
                MOVE HELP-MSG TO SMSGO
                PERFORM RESEND-DETAIL
                GO TO RECEIVE-KEY
            END-IF.

            PERFORM EDIT-REQUEST-RTN THRU EDIT-REQUEST-RTN-EXIT.

            PERFORM RESEND-DETAIL.
            GO TO RECEIVE-KEY.

       EDIT-REQUEST-RTN.
      *                                *********************************
      *                                * TAKING MONEY TAKES            *
      *                                * MAINTENANCE OR SUPERVISOR     *
      *                                * AUTHORITY ON THE SECPROF      *
      *                                * PROFILE; THE ACTION CODE THEN *
      *                                * PICKS OPEN, RECEIPT OR CLOSE. *
      *                                *********************************
           MOVE EIBTRMID TO SEC-USERID.
           EXEC CICS READ
               FILE(SECPROF)
               INTO(SEC-RECORD)
               RIDFLD(SEC-USERID)
               RESP(SEC-RESP)
               END-EXEC.
           IF SEC-RESP NOT = DFHRESP(NORMAL)
                   OR SEC-INQUIRY-ONLY
                   OR SEC-SUSPENDED
               MOVE NO-AUTH-MSG TO SMSGO
               MOVE 'CSHDENY' TO AUD-CSH-VERB
               MOVE SPACES    TO AUD-CSH-SESSION
               MOVE 0         TO AUD-CSH-SEQ
               PERFORM WRITE-AUDIT-RTN
               GO TO EDIT-REQUEST-RTN-EXIT
           END-IF.
           PERFORM GET-TODAY-RTN.
           MOVE SPACE TO WS-TENDER.
           MOVE STSTATI TO WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-OPEN
                   PERFORM OPEN-SESSION-RTN THRU OPEN-SESSION-RTN-EXIT
               WHEN ACTION-CLOSE
                   PERFORM CLOSE-SESSION-RTN
                      THRU CLOSE-SESSION-RTN-EXIT
               WHEN ACTION-RECEIPT
                   PERFORM RECEIPT-RTN THRU RECEIPT-RTN-EXIT
               WHEN OTHER
                   MOVE BAD-ACTION-MSG TO SMSGO
           END-EVALUATE.
       EDIT-REQUEST-RTN-EXIT. EXIT.

       OPEN-SESSION-RTN.
      *                                *********************************
      *                                * ONE DRAWER PER OPERATOR AT A  *
      *                                * TIME.  THE SESSION ID IS THE  *
      *                                * OPERATOR'S FIRST FOUR BYTES   *
      *                                * PLUS THE SESSION'S NUMBER FOR *
      *                                * THE DAY, SO IT IS UNIQUE IN   *
      *                                * THE DAY SU41PGM66 BALANCES.   *
      *                                *********************************
           MOVE EIBTRMID TO CSS-USERID.
           EXEC CICS READ
               FILE(CSHSESS)
               INTO(CSS-RECORD)
               RIDFLD(CSS-USERID)
               UPDATE
               RESP(CS-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN CS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN CS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES   TO CSS-RECORD
                   MOVE EIBTRMID TO CSS-USERID
                   MOVE 0        TO CSS-OPEN-DATE
               WHEN OTHER
                   MOVE CSHSESS TO VSAM-ERR-FILE
                   MOVE CS-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO SMSGO
                   GO TO OPEN-SESSION-RTN-EXIT
           END-EVALUATE.
           IF CS-RESP = DFHRESP(NORMAL) AND CSS-OPEN
               EXEC CICS UNLOCK
                   FILE(CSHSESS)
                   END-EXEC
               MOVE CSS-SESSION-ID TO AOM-SESSION
               MOVE ALREADY-OPEN-MSG TO SMSGO
               GO TO OPEN-SESSION-RTN-EXIT
           END-IF.
           IF CSS-OPEN-DATE = WS-TODAY-8
               IF CSS-SESS-DAY-SEQ NOT < 99
                   EXEC CICS UNLOCK
                       FILE(CSHSESS)
                       END-EXEC
                   MOVE DAY-FULL-MSG TO SMSGO
                   GO TO OPEN-SESSION-RTN-EXIT
               END-IF
               ADD 1 TO CSS-SESS-DAY-SEQ
           ELSE
               MOVE 1 TO CSS-SESS-DAY-SEQ
           END-IF.
           MOVE EIBTRMID(1:4) TO CSS-SESS-OPER.
           MOVE 'O'           TO CSS-STATUS.
           MOVE WS-TODAY-8    TO CSS-OPEN-DATE.
           MOVE WS-NOW-6      TO CSS-OPEN-TIME.
           MOVE 0             TO CSS-RCPT-SEQ.
           MOVE 0             TO CSS-RCPT-CNT.
           MOVE 0             TO CSS-RCPT-TOTAL.
           MOVE 0             TO CSS-DECLARED.
           MOVE 0             TO CSS-CLOSE-TIME.
           IF CS-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                   FILE(CSHSESS)
                   FROM(CSS-RECORD)
                   RESP(CS-RESP)
                   END-EXEC
           ELSE
               EXEC CICS WRITE
                   FILE(CSHSESS)
                   FROM(CSS-RECORD)
                   RIDFLD(CSS-USERID)
                   RESP(CS-RESP)
                   END-EXEC
           END-IF.
           IF CS-RESP NOT = DFHRESP(NORMAL)
               MOVE CSHSESS TO VSAM-ERR-FILE
               MOVE CS-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
               GO TO OPEN-SESSION-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE CSS-SESSION-ID TO OPM-SESSION.
           MOVE OPENED-MSG TO SMSGO.
           MOVE CSS-SESSION-ID TO SD-SESSION.
           MOVE 'OPEN' TO SD-STATUS.
           MOVE SESSION-DISPLAY TO STCHGO.
           MOVE 'CSHOPEN' TO AUD-CSH-VERB.
           MOVE CSS-SESSION-ID TO AUD-CSH-SESSION.
           MOVE 0 TO AUD-CSH-SEQ.
           PERFORM WRITE-AUDIT-RTN.
       OPEN-SESSION-RTN-EXIT. EXIT.

       RECEIPT-RTN.
      *                                *********************************
      *                                * THE FIRST ENTER FOR AN SSN    *
      *                                * ONLY SHOWS THE AR BALANCE -   *
      *                                * THE RECEIPT IS WRITTEN ON A   *
      *                                * LATER ENTER FOR THAT SAME     *
      *                                * SSN WITH THE AMOUNT AND       *
      *                                * TENDER KEYED, SO NO MONEY IS  *
      *                                * TAKEN BEFORE THE CASHIER HAS  *
      *                                * SEEN WHAT IS OWED.            *
      *                                *********************************
           MOVE STSSNI TO SSN-EDIT-SSN.
           PERFORM VALIDATE-SSN-FORMAT-RTN.
           IF SSN-FORMAT-BAD
               MOVE BAD-SSN-MSG TO SMSGO
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           MOVE STSSNI TO WSA-SSN.
           EXEC CICS READ
               FILE(ARFILE)
               INTO(WS-AR-AREA)
               RIDFLD(WSA-SSN)
               RESP(RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO LAST-SSN
                   MOVE NOT-FOUND-MSG TO SMSGO
                   GO TO RECEIPT-RTN-EXIT
               WHEN OTHER
                   MOVE ARFILE TO VSAM-ERR-FILE
                   MOVE RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO SMSGO
                   GO TO RECEIPT-RTN-EXIT
           END-EVALUATE.
           MOVE WSA-BALANCE TO BD-BALANCE.
           MOVE BALANCE-DISPLAY TO STADDRO.
           IF STSSNI NOT = LAST-SSN
                   OR STNAMEI = SPACES OR STNAMEI = LOW-VALUES
               MOVE STSSNI TO LAST-SSN
               MOVE BALANCE-MSG TO SMSGO
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           MOVE STNAMEI TO AMT-TEXT.
           PERFORM EDIT-AMOUNT-RTN THRU EDIT-AMOUNT-RTN-EXIT.
           IF AMOUNT-BAD OR WS-AMOUNT = 0
               MOVE BAD-AMOUNT-MSG TO SMSGO
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           MOVE STCREDI(1:1) TO WS-TENDER.
           MOVE WS-TENDER TO CR-TENDER.
           IF NOT CR-TENDER-VALID
               MOVE BAD-TENDER-MSG TO SMSGO
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           IF NOT SEC-SUPERVISOR AND WS-AMOUNT > SEC-TXN-LIMIT
               MOVE OVER-LIMIT-MSG TO SMSGO
               MOVE 'CSHLIMIT' TO AUD-CSH-VERB
               MOVE SPACES     TO AUD-CSH-SESSION
               MOVE 0          TO AUD-CSH-SEQ
               PERFORM WRITE-AUDIT-RTN
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           PERFORM READ-SESSION-RTN THRU READ-SESSION-RTN-EXIT.
           IF NOT SESSION-OK
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           IF CSS-RCPT-SEQ NOT < 9999
               EXEC CICS UNLOCK
                   FILE(CSHSESS)
                   END-EXEC
               MOVE SESSION-FULL-MSG TO SMSGO
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           ADD 1 TO CSS-RCPT-SEQ.
           MOVE CSS-SESSION-ID TO WS-RCPT-SESSION.
           MOVE CSS-RCPT-SEQ   TO WS-RCPT-SEQ.
      *                                *********************************
      *                                * THE RECEIPT AND THE SESSION'S *
      *                                * RUNNING TOTAL GO IN ONE UNIT  *
      *                                * OF WORK - A FAILED REWRITE    *
      *                                * BACKS THE RECEIPT OUT AGAIN.  *
      *                                *********************************
           MOVE SPACES         TO CR-RECORD.
           MOVE WSA-SSN        TO CR-SSN.
           MOVE WS-AMOUNT      TO CR-AMOUNT.
           MOVE WS-TODAY-8     TO CR-DATE.
           MOVE 'C'            TO CR-SOURCE.
           MOVE CSS-SESSION-ID TO CR-SESSION-ID.
           MOVE WS-TENDER      TO CR-TENDER.
           MOVE WS-RCPT-NO     TO CR-RECEIPT-NO.
           MOVE EIBTRMID       TO CR-CASHIER.
           MOVE WS-NOW-6       TO CR-TIME.
           MOVE SEC-CAMPUS     TO CR-CAMPUS.
           EXEC CICS WRITE
               FILE(CSHRCPT)
               FROM(CR-RECORD)
               RIDFLD(CR-RBA)
               RBA
               RESP(CR-RESP)
               END-EXEC.
           IF CR-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE CSHRCPT TO VSAM-ERR-FILE
               MOVE CR-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           ADD 1         TO CSS-RCPT-CNT.
           ADD WS-AMOUNT TO CSS-RCPT-TOTAL.
           EXEC CICS REWRITE
               FILE(CSHSESS)
               FROM(CSS-RECORD)
               RESP(CS-RESP)
               END-EXEC.
           IF CS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE CSHSESS TO VSAM-ERR-FILE
               MOVE CS-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
               GO TO RECEIPT-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
      *                                *********************************
      *                                * THE AMOUNT IS CLEARED SO A    *
      *                                * SECOND ENTER ON THE SAME      *
      *                                * SCREEN CANNOT RECEIPT THE     *
      *                                * SAME MONEY TWICE.             *
      *                                *********************************
           MOVE SPACES TO LAST-SSN.
           MOVE SPACES TO STNAMEO.
           COMPUTE WS-BAL-AFTER = WSA-BALANCE - WS-AMOUNT.
           MOVE WS-RCPT-SESSION TO RCM-SESSION.
           MOVE WS-RCPT-SEQ     TO RCM-SEQ.
           MOVE WS-AMOUNT       TO RCM-AMOUNT.
           MOVE WS-TENDER       TO RCM-TENDER.
           MOVE WS-BAL-AFTER    TO RCM-BAL-AFTER.
           MOVE RECEIPTED-MSG   TO SMSGO.
           MOVE 'RECEIPT '      TO STCHGO.
           MOVE WS-RCPT-NO      TO STCHGO(9:10).
           MOVE 'CSHRCPT'       TO AUD-CSH-VERB.
           MOVE WS-RCPT-SESSION TO AUD-CSH-SESSION.
           MOVE WS-RCPT-SEQ     TO AUD-CSH-SEQ.
           PERFORM WRITE-AUDIT-RTN.
       RECEIPT-RTN-EXIT. EXIT.

       CLOSE-SESSION-RTN.
      *                                *********************************
      *                                * THE CASHIER DECLARES WHAT WAS *
      *                                * COUNTED WITHOUT BEING SHOWN   *
      *                                * WHAT THE RECEIPTS ADD UP TO - *
      *                                * SU41PGM66 PROVES ONE AGAINST  *
      *                                * THE OTHER TONIGHT.            *
      *                                *********************************
           IF STNAMEI = SPACES OR STNAMEI = LOW-VALUES
               MOVE NO-DECLARED-MSG TO SMSGO
               GO TO CLOSE-SESSION-RTN-EXIT
           END-IF.
           MOVE STNAMEI TO AMT-TEXT.
           PERFORM EDIT-AMOUNT-RTN THRU EDIT-AMOUNT-RTN-EXIT.
           IF AMOUNT-BAD
               MOVE BAD-AMOUNT-MSG TO SMSGO
               GO TO CLOSE-SESSION-RTN-EXIT
           END-IF.
           MOVE EIBTRMID TO CSS-USERID.
           EXEC CICS READ
               FILE(CSHSESS)
               INTO(CSS-RECORD)
               RIDFLD(CSS-USERID)
               UPDATE
               RESP(CS-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN CS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN CS-RESP = DFHRESP(NOTFND)
                   MOVE NO-SESSION-MSG TO SMSGO
                   GO TO CLOSE-SESSION-RTN-EXIT
               WHEN OTHER
                   MOVE CSHSESS TO VSAM-ERR-FILE
                   MOVE CS-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO SMSGO
                   GO TO CLOSE-SESSION-RTN-EXIT
           END-EVALUATE.
           IF NOT CSS-OPEN
               EXEC CICS UNLOCK
                   FILE(CSHSESS)
                   END-EXEC
               MOVE NO-SESSION-MSG TO SMSGO
               GO TO CLOSE-SESSION-RTN-EXIT
           END-IF.
           MOVE SPACES         TO CD-RECORD.
           MOVE CSS-SESSION-ID TO CD-SESSION-ID.
           MOVE CSS-USERID     TO CD-CASHIER.
           MOVE WS-AMOUNT      TO CD-DECLARED.
           EXEC CICS WRITE
               FILE(CSHDRWR)
               FROM(CD-RECORD)
               RIDFLD(CD-RBA)
               RBA
               RESP(CR-RESP)
               END-EXEC.
           IF CR-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE CSHDRWR TO VSAM-ERR-FILE
               MOVE CR-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
               GO TO CLOSE-SESSION-RTN-EXIT
           END-IF.
           MOVE 'C'       TO CSS-STATUS.
           MOVE WS-AMOUNT TO CSS-DECLARED.
           MOVE WS-NOW-6  TO CSS-CLOSE-TIME.
           EXEC CICS REWRITE
               FILE(CSHSESS)
               FROM(CSS-RECORD)
               RESP(CS-RESP)
               END-EXEC.
           IF CS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE CSHSESS TO VSAM-ERR-FILE
               MOVE CS-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
               GO TO CLOSE-SESSION-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE SPACES TO STNAMEO.
           MOVE CSS-SESSION-ID TO CLM-SESSION.
           MOVE CSS-RCPT-CNT   TO CLM-COUNT.
           MOVE WS-AMOUNT      TO CLM-DECLARED.
           MOVE CLOSED-MSG     TO SMSGO.
           MOVE CSS-SESSION-ID TO SD-SESSION.
           MOVE 'SHUT' TO SD-STATUS.
           MOVE SESSION-DISPLAY TO STCHGO.
           MOVE 'CSHCLOSE' TO AUD-CSH-VERB.
           MOVE CSS-SESSION-ID TO AUD-CSH-SESSION.
           MOVE CSS-RCPT-SEQ TO AUD-CSH-SEQ.
           PERFORM WRITE-AUDIT-RTN.
       CLOSE-SESSION-RTN-EXIT. EXIT.

       READ-SESSION-RTN.
      *                                *********************************
      *                                * A RECEIPT NEEDS THE           *
      *                                * OPERATOR'S SESSION OPEN AND   *
      *                                * OPENED TODAY - THE BALANCING  *
      *                                * RUN PROVES ONE DAY'S DRAWERS. *
      *                                * LEFT HELD FOR UPDATE WHEN     *
      *                                * SESSION-OK COMES BACK SET.    *
      *                                *********************************
           MOVE 'N' TO SESS-OK-SW.
           MOVE EIBTRMID TO CSS-USERID.
           EXEC CICS READ
               FILE(CSHSESS)
               INTO(CSS-RECORD)
               RIDFLD(CSS-USERID)
               UPDATE
               RESP(CS-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN CS-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN CS-RESP = DFHRESP(NOTFND)
                   MOVE NO-SESSION-MSG TO SMSGO
                   GO TO READ-SESSION-RTN-EXIT
               WHEN OTHER
                   MOVE CSHSESS TO VSAM-ERR-FILE
                   MOVE CS-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO SMSGO
                   GO TO READ-SESSION-RTN-EXIT
           END-EVALUATE.
           IF NOT CSS-OPEN
               EXEC CICS UNLOCK
                   FILE(CSHSESS)
                   END-EXEC
               MOVE NO-SESSION-MSG TO SMSGO
               GO TO READ-SESSION-RTN-EXIT
           END-IF.
           IF CSS-OPEN-DATE NOT = WS-TODAY-8
               EXEC CICS UNLOCK
                   FILE(CSHSESS)
                   END-EXEC
               MOVE STALE-SESSION-MSG TO SMSGO
               GO TO READ-SESSION-RTN-EXIT
           END-IF.
           MOVE 'Y' TO SESS-OK-SW.
       READ-SESSION-RTN-EXIT. EXIT.

       EDIT-AMOUNT-RTN.
      *                                *********************************
      *                                * DIGITS, AT MOST ONE DECIMAL   *
      *                                * POINT WITH AT MOST TWO PLACES *
      *                                * AFTER IT; '$' AND ',' ARE     *
      *                                * PASSED OVER.  ANYTHING ELSE   *
      *                                * MAKES THE AMOUNT BAD.         *
      *                                *********************************
           MOVE 'N' TO AMT-BAD-SW.
           MOVE 'N' TO AMT-DEC-SW.
           MOVE 0   TO AMT-CENTS.
           MOVE 0   TO AMT-DEC-DIGITS.
           MOVE 0   TO AMT-DIGIT-CNT.
           MOVE 0   TO WS-AMOUNT.
           PERFORM EDIT-AMOUNT-CHAR-RTN
               VARYING AMT-SUB FROM 1 BY 1
               UNTIL AMT-SUB > 20 OR AMOUNT-BAD.
           IF AMT-DIGIT-CNT = 0
               MOVE 'Y' TO AMT-BAD-SW
           END-IF.
           IF AMOUNT-BAD
               GO TO EDIT-AMOUNT-RTN-EXIT
           END-IF.
           EVALUATE AMT-DEC-DIGITS
               WHEN 0
                   MULTIPLY 100 BY AMT-CENTS
               WHEN 1
                   MULTIPLY 10 BY AMT-CENTS
           END-EVALUATE.
           IF AMT-CENTS > 999999999
               MOVE 'Y' TO AMT-BAD-SW
               GO TO EDIT-AMOUNT-RTN-EXIT
           END-IF.
           COMPUTE WS-AMOUNT = AMT-CENTS / 100.
       EDIT-AMOUNT-RTN-EXIT. EXIT.

       EDIT-AMOUNT-CHAR-RTN.
           MOVE AMT-TEXT(AMT-SUB:1) TO AMT-CHAR.
           EVALUATE TRUE
               WHEN AMT-CHAR = SPACE OR AMT-CHAR = LOW-VALUE
                   CONTINUE
               WHEN AMT-CHAR = '$' OR AMT-CHAR = ','
                   CONTINUE
               WHEN AMT-CHAR = '.'
                   IF AMT-DEC-SEEN
                       MOVE 'Y' TO AMT-BAD-SW
                   ELSE
                       MOVE 'Y' TO AMT-DEC-SW
                   END-IF
               WHEN AMT-CHAR IS NUMERIC
                   IF AMT-DEC-DIGITS = 2 OR AMT-DIGIT-CNT > 10
                       MOVE 'Y' TO AMT-BAD-SW
                   ELSE
                       COMPUTE AMT-CENTS = AMT-CENTS * 10 + AMT-DIGIT
                       ADD 1 TO AMT-DIGIT-CNT
                       IF AMT-DEC-SEEN
                           ADD 1 TO AMT-DEC-DIGITS
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 'Y' TO AMT-BAD-SW
           END-EVALUATE.
       EDIT-AMOUNT-CHAR-RTN-EXIT. EXIT.

       GET-TODAY-RTN.
      *                                *********************************
      *                                * THE RECEIPT CARRIES YYYYMMDD  *
      *                                * LIKE THE REST OF THE PAYMENT  *
      *                                * FILE - RAW EIBDATE IS CICS    *
      *                                * JULIAN.                       *
      *                                *********************************
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
               END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-8)
               TIME(WS-NOW-6)
               END-EXEC.
       GET-TODAY-RTN-EXIT. EXIT.

       WRITE-AUDIT-RTN.
      *                                *********************************
      *                                * APPEND ONE ENTRY TO THE       *
      *                                * STUDENT-SCREEN AUDIT TRAIL    *
      *                                * (TS QUEUE) - WHO OPENED,      *
      *                                * RECEIPTED OR CLOSED WHAT.     *
      *                                *********************************
           MOVE EIBTRNID  TO AUD-TRANSID.
           MOVE EIBTRMID  TO AUD-TERMID.
           MOVE 'P48STU'  TO AUD-PROGRAM.
           MOVE EIBDATE   TO AUD-DATE.
           MOVE EIBTIME   TO AUD-TIME.
           MOVE STSSNI(1:8) TO AUD-ACCT-NUMBER.
           MOVE WS-TENDER   TO AUD-CSH-TENDER.
           MOVE AUD-CSH-ACTION TO AUD-ACTION.
           EXEC CICS WRITEQ TS
               QUEUE(TS-QUEUE)
               FROM(AUD-RECORD)
               LENGTH(LENGTH OF AUD-RECORD)
               END-EXEC.
       WRITE-AUDIT-RTN-EXIT. EXIT.

       RESEND-DETAIL.
            EXEC CICS SEND MAP('DETAILS') MAPSET('MS0002')
                DATAONLY
                RESP(RESP)
                END-EXEC.
           PERFORM START-SESSION-TIMER-RTN.
       RESEND-DETAIL-EXIT. EXIT.

       COPY SSNCHK.

       COPY SESSTO.
