       IDENTIFICATION DIVISION.
       PROGRAM-ID. P55ACCT.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *                                *********************************
      *                                * LIEN MAINTENANCE.  A COURT    *
      *                                * LEVY OR OTHER LEGAL ORDER     *
      *                                * AGAINST PART OF A BALANCE IS  *
      *                                * PUT ON LIENFILE HERE INSTEAD  *
      *                                * OF FREEZING THE WHOLE         *
      *                                * ACCOUNT.  THE OPERATOR KEYS   *
      *                                * THE ACCOUNT, THE ORDER        *
      *                                * REFERENCE (SURNAME FIELD),    *
      *                                * THE AMOUNT (BALANCE FIELD),   *
      *                                * THE EXPIRY YYYYMMDD (ADDRESS  *
      *                                * LINE 1, BLANK = UNTIL         *
      *                                * RELEASED) AND AN ACTION IN    *
      *                                * THE COMMENTS FIELD - 'P'      *
      *                                * PLACES, 'A' ADJUSTS AMOUNT    *
      *                                * AND/OR EXPIRY, 'R' RELEASES,  *
      *                                * 'I' SHOWS THE LIEN.  ONLY A   *
      *                                * SUPERVISOR PROFILE MAY PLACE, *
      *                                * ADJUST OR RELEASE.  P51ACCT,  *
      *                                * P52ACCT AND SU41PGM87 KEEP    *
      *                                * THE LEDGER BALANCE FROM BEING *
      *                                * DRAWN BELOW THE LIENS IN      *
      *                                * FORCE.                        *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 VSAMFILE                  PIC X(8)  VALUE 'VSAMFILE'.
          03 LIENFILE                  PIC X(8)  VALUE 'LIENFILE'.
          03 TS-QUEUE                  PIC X(8)  VALUE 'ACCTAUD '.
          03 SECPROF                   PIC X(8)  VALUE 'SECPROF '.
          03 SEC-RESP                  PIC 9(4)  COMP.
          03 RESP                      PIC 9(4)  COMP.
          03 LIEN-RESP                 PIC 9(4)  COMP.
          03 WS-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
          03 WS-TODAY-8                PIC 9(8)  VALUE 0.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              'ACCOUNT NOT ON FILE - PLEASE RE-ENTER.'.
          03 CLOSED-MSG                PIC X(79) VALUE
              'ACCOUNT IS CLOSED - NO LIEN CAN BE PLACED.'.
          03 NOT-AUTH-MSG              PIC X(79) VALUE
              'ONLY A SUPERVISOR MAY PLACE, ADJUST OR RELEASE A LIEN.'.
          03 BAD-ACTION-MSG            PIC X(79) VALUE
              'ACTION (COMMENTS FIELD) MUST BE P, A, R OR I.'.
          03 NO-REF-MSG                PIC X(79) VALUE
              'KEY THE ORDER REFERENCE IN THE SURNAME FIELD.'.
          03 BAD-AMOUNT-MSG            PIC X(79) VALUE
              'AMOUNT MUST BE DIGITS ONLY, CENTS INCLUDED, ABOVE ZERO.'.
          03 BAD-DATE-MSG              PIC X(79) VALUE
              'EXPIRY MUST BE YYYYMMDD DIGITS, NOT BEFORE TODAY.'.
          03 NO-CHANGE-MSG             PIC X(79) VALUE
              'KEY A NEW AMOUNT AND/OR EXPIRY TO ADJUST THE LIEN.'.
          03 DUP-LIEN-MSG              PIC X(79) VALUE
              'A LIEN WITH THAT ORDER REFERENCE IS ALREADY ON FILE.'.
          03 NO-LIEN-MSG               PIC X(79) VALUE
              'NO LIEN WITH THAT ORDER REFERENCE ON THAT ACCOUNT.'.
          03 NOT-ACTIVE-MSG            PIC X(79) VALUE
              'LIEN WAS RELEASED - A NEW LIEN NEEDS A NEW ORDER REF.'.
          03 LIEN-DONE-MSG.
              05 LDM-VERB              PIC X(15).
              05 FILLER                PIC X(40) VALUE
                 ' - LIENS IN FORCE ON THE ACCOUNT TOTAL '.
              05 LDM-TOTAL             PIC $$$,$$$,$$9.99.
              05 FILLER                PIC X(10) VALUE SPACES.
          03 HELP-MSG.
              05 FILLER                PIC X(40) VALUE
                 'P=PLACE A=ADJUST R=RELEASE I=SHOW (COMME'.
              05 FILLER                PIC X(39) VALUE
                 'NTS); REF IN SURNAME, EXPIRY IN ADDR 1.'.
          03 RESP-MSG.
              05 FILLER                PIC X(37)
                 VALUE '"P55ACCT " INTERNAL ERROR, RESP CODE='.
              05 RESP-NUMBER           PIC 9(5).
          03 WS-AMT-RAW                PIC 9(11)    VALUE 0.
          03 WS-AMOUNT                 PIC 9(9)V99  VALUE 0.
          03 WS-EXPIRY                 PIC 9(8)     VALUE 0.
          03 WS-ACTION                 PIC X        VALUE SPACE.
          03 AMT-KEYED-SW              PIC X        VALUE 'N'.
              88 AMT-KEYED                 VALUE 'Y'.
          03 EXP-KEYED-SW              PIC X        VALUE 'N'.
              88 EXP-KEYED                 VALUE 'Y'.
          03 EDIT-OK-SW                PIC X        VALUE 'N'.
              88 EDIT-OK                   VALUE 'Y'.
          03 LIEN-TOTAL                PIC 9(9)V99  VALUE 0.
          03 LIEN-DONE-SW              PIC X     VALUE 'N'.
              88 LIEN-DONE                 VALUE 'Y'.
          03 LIEN-ERROR-SW             PIC X     VALUE 'N'.
              88 LIEN-FILE-ERROR           VALUE 'Y'.
          03 WS-SAVE-LIEN              PIC X(80)    VALUE SPACES.

       01 WS-COMMAREA.
          COPY ACCTREC.

       01 LIEN-RECORD.
          COPY LIENREC.

       01 SEC-RECORD.
          COPY SECREC.

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
           MOVE 'LIEN MAINTENANCE' TO HEADI.

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

            MOVE ACCTCOMI(1:1) TO WS-ACTION.
            EVALUATE WS-ACTION
                WHEN 'P'
                    PERFORM PLACE-LIEN-RTN THRU PLACE-LIEN-RTN-EXIT
                WHEN 'A'
                    PERFORM ADJUST-LIEN-RTN THRU ADJUST-LIEN-RTN-EXIT
                WHEN 'R'
                    PERFORM RELEASE-LIEN-RTN
                        THRU RELEASE-LIEN-RTN-EXIT
                WHEN 'I'
                    PERFORM SHOW-LIEN-RTN THRU SHOW-LIEN-RTN-EXIT
                WHEN OTHER
                    MOVE BAD-ACTION-MSG TO DMSGO
            END-EVALUATE.
            PERFORM RESEND-DETAIL.
            GO TO RECEIVE-KEY.

       PLACE-LIEN-RTN.
           PERFORM CHECK-SUPERVISOR-RTN THRU CHECK-SUPERVISOR-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO PLACE-LIEN-RTN-EXIT
           END-IF.
           PERFORM EDIT-INPUT-RTN THRU EDIT-INPUT-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO PLACE-LIEN-RTN-EXIT
           END-IF.
           IF NOT AMT-KEYED
               MOVE BAD-AMOUNT-MSG TO DMSGO
               GO TO PLACE-LIEN-RTN-EXIT
           END-IF.
      *                                *********************************
      *                                * THE ACCOUNT MUST BE ON FILE   *
      *                                * AND OPEN.  A LIEN MAY EXCEED  *
      *                                * TODAY'S BALANCE - THE ORDER   *
      *                                * ATTACHES LATER DEPOSITS TOO.  *
      *                                *********************************
           MOVE ACCOUNTI TO ACCT-NUMBER.
           EXEC CICS READ
               FILE(VSAMFILE)
               INTO(WS-COMMAREA)
               RIDFLD(ACCT-NUMBER)
               RESP(RESP)
               END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE NOT-FOUND-MSG TO DMSGO
               GO TO PLACE-LIEN-RTN-EXIT
           END-IF.
           IF ACCT-CLOSED
               MOVE CLOSED-MSG TO DMSGO
               GO TO PLACE-LIEN-RTN-EXIT
           END-IF.
           MOVE SPACES         TO LIEN-RECORD.
           MOVE ACCOUNTI       TO LIEN-ACCT-NUMBER.
           MOVE SURNI(1:16)    TO LIEN-ORDER-REF.
           MOVE WS-AMOUNT      TO LIEN-AMOUNT.
           MOVE WS-EXPIRY      TO LIEN-EXPIRY-DATE.
           MOVE 'A'            TO LIEN-STATUS.
           MOVE WS-TODAY-8     TO LIEN-PLACED-DATE.
           MOVE EIBTRMID       TO LIEN-PLACED-USERID.
           MOVE WS-TODAY-8     TO LIEN-CHANGED-DATE.
           MOVE EIBTRMID       TO LIEN-CHANGED-USERID.
           EXEC CICS WRITE
               FILE(LIENFILE)
               FROM(LIEN-RECORD)
               RIDFLD(LIEN-KEY)
               RESP(LIEN-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN LIEN-RESP = DFHRESP(NORMAL)
                   MOVE 'LIEN PLACED' TO LDM-VERB
                   MOVE 'LIEN PLACED' TO AUD-ACTION
                   PERFORM LIEN-DONE-RTN THRU LIEN-DONE-RTN-EXIT
               WHEN LIEN-RESP = DFHRESP(DUPREC)
                   MOVE DUP-LIEN-MSG TO DMSGO
               WHEN OTHER
                   MOVE LIEN-RESP TO RESP-NUMBER
                   MOVE RESP-MSG TO DMSGO
           END-EVALUATE.
       PLACE-LIEN-RTN-EXIT. EXIT.

       ADJUST-LIEN-RTN.
           PERFORM CHECK-SUPERVISOR-RTN THRU CHECK-SUPERVISOR-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO ADJUST-LIEN-RTN-EXIT
           END-IF.
           PERFORM EDIT-INPUT-RTN THRU EDIT-INPUT-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO ADJUST-LIEN-RTN-EXIT
           END-IF.
           IF NOT AMT-KEYED AND NOT EXP-KEYED
               MOVE NO-CHANGE-MSG TO DMSGO
               GO TO ADJUST-LIEN-RTN-EXIT
           END-IF.
           PERFORM READ-LIEN-UPDATE-RTN THRU READ-LIEN-UPDATE-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO ADJUST-LIEN-RTN-EXIT
           END-IF.
      * ONLY WHAT WAS KEYED CHANGES - AN EXPIRY OF ALL ZEROS TURNS
      * A DATED LIEN INTO ONE THAT RUNS UNTIL RELEASED.
           IF AMT-KEYED
               MOVE WS-AMOUNT TO LIEN-AMOUNT
           END-IF.
           IF EXP-KEYED
               MOVE WS-EXPIRY TO LIEN-EXPIRY-DATE
           END-IF.
           MOVE WS-TODAY-8 TO LIEN-CHANGED-DATE.
           MOVE EIBTRMID   TO LIEN-CHANGED-USERID.
           EXEC CICS REWRITE
               FILE(LIENFILE)
               FROM(LIEN-RECORD)
               RESP(LIEN-RESP)
               END-EXEC.
           IF LIEN-RESP = DFHRESP(NORMAL)
               MOVE 'LIEN ADJUSTED' TO LDM-VERB
               MOVE 'LIEN ADJUSTED' TO AUD-ACTION
               PERFORM LIEN-DONE-RTN THRU LIEN-DONE-RTN-EXIT
           ELSE
               MOVE LIEN-RESP TO RESP-NUMBER
               MOVE RESP-MSG TO DMSGO
           END-IF.
       ADJUST-LIEN-RTN-EXIT. EXIT.

       RELEASE-LIEN-RTN.
           PERFORM CHECK-SUPERVISOR-RTN THRU CHECK-SUPERVISOR-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO RELEASE-LIEN-RTN-EXIT
           END-IF.
           PERFORM GET-TODAY-RTN.
           PERFORM READ-LIEN-UPDATE-RTN THRU READ-LIEN-UPDATE-RTN-EXIT.
           IF NOT EDIT-OK
               GO TO RELEASE-LIEN-RTN-EXIT
           END-IF.
      * A RELEASED LIEN STAYS ON FILE - THE REGISTER AND ANY LATER
      * ENQUIRY FROM THE COURT STILL SEE WHO LIFTED IT AND WHEN.
           MOVE 'R'        TO LIEN-STATUS.
           MOVE WS-TODAY-8 TO LIEN-CHANGED-DATE.
           MOVE EIBTRMID   TO LIEN-CHANGED-USERID.
           EXEC CICS REWRITE
               FILE(LIENFILE)
               FROM(LIEN-RECORD)
               RESP(LIEN-RESP)
               END-EXEC.
           IF LIEN-RESP = DFHRESP(NORMAL)
               MOVE 'LIEN RELEASED' TO LDM-VERB
               MOVE 'LIEN RELEASED' TO AUD-ACTION
               PERFORM LIEN-DONE-RTN THRU LIEN-DONE-RTN-EXIT
           ELSE
               MOVE LIEN-RESP TO RESP-NUMBER
               MOVE RESP-MSG TO DMSGO
           END-IF.
       RELEASE-LIEN-RTN-EXIT. EXIT.

       SHOW-LIEN-RTN.
           PERFORM GET-TODAY-RTN.
           MOVE ACCOUNTI    TO LIEN-ACCT-NUMBER.
           MOVE SURNI(1:16) TO LIEN-ORDER-REF.
           EXEC CICS READ
               FILE(LIENFILE)
               INTO(LIEN-RECORD)
               RIDFLD(LIEN-KEY)
               RESP(LIEN-RESP)
               END-EXEC.
           IF LIEN-RESP NOT = DFHRESP(NORMAL)
               MOVE NO-LIEN-MSG TO DMSGO
               GO TO SHOW-LIEN-RTN-EXIT
           END-IF.
           MOVE 'LIEN ON FILE' TO LDM-VERB.
           PERFORM FORMAT-LIEN-RTN.
           MOVE LIEN-ACCT-NUMBER TO ACCT-NUMBER.
           PERFORM SUM-LIENS-RTN THRU SUM-LIENS-RTN-EXIT.
           MOVE LIEN-TOTAL TO LDM-TOTAL.
           MOVE LIEN-TOTAL TO LIMITO.
           MOVE LIEN-DONE-MSG TO DMSGO.
           MOVE LIEN-ACCT-NUMBER TO AUD-ACCT-NUMBER.
           MOVE 'LIEN INQUIRY' TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RTN.
       SHOW-LIEN-RTN-EXIT. EXIT.

       CHECK-SUPERVISOR-RTN.
      *                                *********************************
      *                                * A LIEN IS A LEGAL ORDER - ONLY*
      *                                * A SUPERVISOR PROFILE MAY      *
      *                                * CHANGE ONE, AND EVERY REFUSAL *
      *                                * GOES TO THE AUDIT TRAIL.      *
      *                                *********************************
           MOVE 'N' TO EDIT-OK-SW.
           MOVE EIBTRMID TO SEC-USERID.
           EXEC CICS READ
               FILE(SECPROF)
               INTO(SEC-RECORD)
               RIDFLD(SEC-USERID)
               RESP(SEC-RESP)
               END-EXEC.
           IF SEC-RESP NOT = DFHRESP(NORMAL)
                   OR NOT SEC-SUPERVISOR
                   OR SEC-SUSPENDED
               MOVE ACCOUNTI TO AUD-ACCT-NUMBER
               MOVE 'DENIED - LIEN AUTH' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
               MOVE NOT-AUTH-MSG TO DMSGO
               GO TO CHECK-SUPERVISOR-RTN-EXIT
           END-IF.
           MOVE 'Y' TO EDIT-OK-SW.
       CHECK-SUPERVISOR-RTN-EXIT. EXIT.

       EDIT-INPUT-RTN.
      *                                *********************************
      *                                * ORDER REFERENCE IS REQUIRED.  *
      *                                * AMOUNT AND EXPIRY ARE EDITED  *
      *                                * ONLY WHEN KEYED; A KEYED      *
      *                                * EXPIRY MAY NOT BE IN THE PAST *
      *                                * (ALL ZEROS = NO EXPIRY).      *
      *                                *********************************
           MOVE 'N' TO EDIT-OK-SW.
           MOVE 'N' TO AMT-KEYED-SW.
           MOVE 'N' TO EXP-KEYED-SW.
           MOVE 0   TO WS-AMOUNT.
           MOVE 0   TO WS-EXPIRY.
           PERFORM GET-TODAY-RTN.
           IF SURNI(1:16) = SPACES OR SURNI(1:16) = LOW-VALUES
               MOVE NO-REF-MSG TO DMSGO
               GO TO EDIT-INPUT-RTN-EXIT
           END-IF.
           IF BALANCEI NOT = SPACES AND BALANCEI NOT = LOW-VALUES
               IF BALANCEI NOT NUMERIC
                   MOVE BAD-AMOUNT-MSG TO DMSGO
                   GO TO EDIT-INPUT-RTN-EXIT
               END-IF
               MOVE BALANCEI TO WS-AMT-RAW
               COMPUTE WS-AMOUNT = WS-AMT-RAW / 100
               IF WS-AMOUNT = 0
                   MOVE BAD-AMOUNT-MSG TO DMSGO
                   GO TO EDIT-INPUT-RTN-EXIT
               END-IF
               MOVE 'Y' TO AMT-KEYED-SW
           END-IF.
           IF ADDR1I(1:8) NOT = SPACES AND ADDR1I(1:8) NOT = LOW-VALUES
               IF ADDR1I(1:8) NOT NUMERIC
                   MOVE BAD-DATE-MSG TO DMSGO
                   GO TO EDIT-INPUT-RTN-EXIT
               END-IF
               MOVE ADDR1I(1:8) TO WS-EXPIRY
               IF WS-EXPIRY NOT = 0 AND WS-EXPIRY < WS-TODAY-8
                   MOVE BAD-DATE-MSG TO DMSGO
                   GO TO EDIT-INPUT-RTN-EXIT
               END-IF
               MOVE 'Y' TO EXP-KEYED-SW
           END-IF.
           MOVE 'Y' TO EDIT-OK-SW.
       EDIT-INPUT-RTN-EXIT. EXIT.

       READ-LIEN-UPDATE-RTN.
           MOVE 'N' TO EDIT-OK-SW.
           IF SURNI(1:16) = SPACES OR SURNI(1:16) = LOW-VALUES
               MOVE NO-REF-MSG TO DMSGO
               GO TO READ-LIEN-UPDATE-RTN-EXIT
           END-IF.
           MOVE ACCOUNTI    TO LIEN-ACCT-NUMBER.
           MOVE SURNI(1:16) TO LIEN-ORDER-REF.
           EXEC CICS READ
               FILE(LIENFILE)
               INTO(LIEN-RECORD)
               RIDFLD(LIEN-KEY)
               UPDATE
               RESP(LIEN-RESP)
               END-EXEC.
           IF LIEN-RESP NOT = DFHRESP(NORMAL)
               MOVE NO-LIEN-MSG TO DMSGO
               GO TO READ-LIEN-UPDATE-RTN-EXIT
           END-IF.
           IF NOT LIEN-ACTIVE
               EXEC CICS UNLOCK FILE(LIENFILE) END-EXEC
               MOVE NOT-ACTIVE-MSG TO DMSGO
               GO TO READ-LIEN-UPDATE-RTN-EXIT
           END-IF.
           MOVE 'Y' TO EDIT-OK-SW.
       READ-LIEN-UPDATE-RTN-EXIT. EXIT.

       LIEN-DONE-RTN.
      * SHOW THE LIEN AS IT NOW STANDS, THE ACCOUNT'S NEW TOTAL IN
      * FORCE (LIMIT FIELD AND MESSAGE), AND LOG THE CHANGE.
           PERFORM FORMAT-LIEN-RTN.
           MOVE LIEN-RECORD TO WS-SAVE-LIEN.
           MOVE LIEN-ACCT-NUMBER TO ACCT-NUMBER.
           PERFORM SUM-LIENS-RTN THRU SUM-LIENS-RTN-EXIT.
           MOVE WS-SAVE-LIEN TO LIEN-RECORD.
           MOVE LIEN-TOTAL TO LDM-TOTAL.
           MOVE LIEN-TOTAL TO LIMITO.
           MOVE LIEN-DONE-MSG TO DMSGO.
           MOVE LIEN-ACCT-NUMBER TO AUD-ACCT-NUMBER.
           PERFORM WRITE-AUDIT-RTN.
       LIEN-DONE-RTN-EXIT. EXIT.

       FORMAT-LIEN-RTN.
           MOVE LIEN-ACCT-NUMBER TO ACCOUNTO.
           MOVE LIEN-ORDER-REF   TO SURNO.
           MOVE LIEN-AMOUNT      TO BALANCEO.
           MOVE SPACES           TO ADDR1O.
           IF LIEN-EXPIRY-DATE = 0
               MOVE 'UNTIL RELEASED' TO ADDR1O
           ELSE
               MOVE LIEN-EXPIRY-DATE TO ADDR1O(1:8)
           END-IF.
           EVALUATE TRUE
               WHEN LIEN-RELEASED
                   MOVE 'RELEASED' TO STATO
               WHEN LIEN-EXPIRY-DATE NOT = 0
                       AND LIEN-EXPIRY-DATE < WS-TODAY-8
                   MOVE 'EXPIRED'  TO STATO
               WHEN OTHER
                   MOVE 'IN FORCE' TO STATO
           END-EVALUATE.
       FORMAT-LIEN-RTN-EXIT. EXIT.

       GET-TODAY-RTN.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
               END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-8)
               END-EXEC.
       GET-TODAY-RTN-EXIT. EXIT.

       SUM-LIENS-RTN.
      *                                *********************************
      *                                * ADD UP THE ACCOUNT'S LIENS IN *
      *                                * FORCE - ACTIVE AND NOT PAST   *
      *                                * THEIR EXPIRY (ZERO EXPIRY     *
      *                                * MEANS UNTIL RELEASED).  NO    *
      *                                * RECORD FOR THE ACCOUNT MEANS  *
      *                                * NO LIEN; ANY OTHER FAILURE    *
      *                                * MUST STOP THE DEBIT RATHER    *
      *                                * THAN WAVE IT THROUGH.         *
      *                                *********************************
           MOVE 0   TO LIEN-TOTAL.
           MOVE 'N' TO LIEN-DONE-SW.
           MOVE 'N' TO LIEN-ERROR-SW.
           MOVE ACCT-NUMBER TO LIEN-ACCT-NUMBER.
           MOVE LOW-VALUES  TO LIEN-ORDER-REF.
           EXEC CICS STARTBR
               FILE(LIENFILE)
               RIDFLD(LIEN-KEY)
               GTEQ
               RESP(LIEN-RESP)
               END-EXEC.
           IF LIEN-RESP = DFHRESP(NOTFND)
               GO TO SUM-LIENS-RTN-EXIT
           END-IF.
           IF LIEN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO LIEN-ERROR-SW
               GO TO SUM-LIENS-RTN-EXIT
           END-IF.
           PERFORM SUM-LIEN-NEXT-RTN THRU SUM-LIEN-NEXT-RTN-EXIT
               UNTIL LIEN-DONE.
           EXEC CICS ENDBR FILE(LIENFILE) END-EXEC.
       SUM-LIENS-RTN-EXIT. EXIT.

       SUM-LIEN-NEXT-RTN.
           EXEC CICS READNEXT
               FILE(LIENFILE)
               INTO(LIEN-RECORD)
               RIDFLD(LIEN-KEY)
               RESP(LIEN-RESP)
               END-EXEC.
           IF LIEN-RESP = DFHRESP(ENDFILE)
               MOVE 'Y' TO LIEN-DONE-SW
               GO TO SUM-LIEN-NEXT-RTN-EXIT
           END-IF.
           IF LIEN-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO LIEN-ERROR-SW
               MOVE 'Y' TO LIEN-DONE-SW
               GO TO SUM-LIEN-NEXT-RTN-EXIT
           END-IF.
           IF LIEN-ACCT-NUMBER NOT = ACCT-NUMBER
               MOVE 'Y' TO LIEN-DONE-SW
               GO TO SUM-LIEN-NEXT-RTN-EXIT
           END-IF.
           IF LIEN-ACTIVE
                   AND (LIEN-EXPIRY-DATE = 0
                        OR LIEN-EXPIRY-DATE NOT < WS-TODAY-8)
               ADD LIEN-AMOUNT TO LIEN-TOTAL
           END-IF.
       SUM-LIEN-NEXT-RTN-EXIT. EXIT.

       WRITE-AUDIT-RTN.
           MOVE EIBTRNID  TO AUD-TRANSID.
           MOVE EIBTRMID  TO AUD-TERMID.
           MOVE 'P55ACCT' TO AUD-PROGRAM.
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
