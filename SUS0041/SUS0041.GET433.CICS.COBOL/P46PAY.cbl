       IDENTIFICATION DIVISION.
       PROGRAM-ID. P46PAY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *                                *********************************
      *                                * LEAVE REQUEST AND APPROVAL.   *
      *                                * STEP 'K' KEYS THE EMPLOYEE ID *
      *                                * AND SHOWS THE VACATION AND    *
      *                                * SICK BALANCES FROM LVBAL (THE *
      *                                * ONLINE COPY OF THE BALANCE    *
      *                                * FILE SU41PGM80 WRITES, LOADED *
      *                                * AFTER EVERY ACCRUAL RUN) AND  *
      *                                * ANY REQUEST ALREADY WAITING.  *
      *                                * STEP 'U' EITHER FILES A NEW   *
      *                                * REQUEST - DATES IN DIVISION   *
      *                                * AND TITLE, HOURS IN RATE,     *
      *                                * TYPE V/S IN CYCLE - OR, FROM  *
      *                                * A SUPERVISOR, TAKES A         *
      *                                * (APPROVE) OR D (DENY) IN      *
      *                                * STATUS.  AN APPROVAL WRITES   *
      *                                * THE TAKEN-HOURS RECORD        *
      *                                * SU41PGM80 APPLIES TO LVTAKEN  *
      *                                * AND DRAWS THE ONLINE BALANCE  *
      *                                * DOWN SO THE NEXT REQUEST SEES *
      *                                * IT.  HOURS OVER THE BALANCE   *
      *                                * ARE REFUSED AT BOTH STEPS.    *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 PAYMAST                   PIC X(8)  VALUE 'PAYMAST '.
          03 LVBAL                     PIC X(8)  VALUE 'LVBAL   '.
          03 LVREQST                   PIC X(8)  VALUE 'LVREQST '.
          03 LVTAKEN                   PIC X(8)  VALUE 'LVTAKEN '.
          03 SECPROF                   PIC X(8)  VALUE 'SECPROF '.
          03 TS-QUEUE                  PIC X(8)  VALUE 'PAYAUD  '.
          03 RESP                      PIC 9(4)  COMP.
          03 SEC-RESP                  PIC 9(4)  COMP.
          03 LVB-RESP                  PIC 9(4)  COMP.
          03 LVQ-RESP                  PIC 9(4)  COMP.
          03 LT-RESP                   PIC 9(4)  COMP.
          03 LT-RBA                    PIC S9(8) COMP VALUE 0.
          03 WS-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
          03 WS-TODAY-8                PIC 9(8)  VALUE 0.
          03 WS-NOW-6                  PIC 9(6)  VALUE 0.
          03 LEAVE-STEP-SW             PIC X     VALUE 'K'.
              88 STEP-KEY                  VALUE 'K'.
              88 STEP-UPDATE               VALUE 'U'.
          03 PEND-SW                   PIC X     VALUE 'N'.
              88 REQUEST-PENDING           VALUE 'Y'.
          03 WS-ACTION                 PIC X     VALUE SPACE.
              88 ACTION-REQUEST            VALUE 'R' ' ' LOW-VALUE.
              88 ACTION-APPROVE            VALUE 'A'.
              88 ACTION-DENY               VALUE 'D'.
          03 LAST-EMP-ID               PIC X(7)  VALUE SPACES.
          03 WS-HOURS-RAW              PIC 9(11) VALUE 0.
          03 WS-HOURS                  PIC 9(3)V99 VALUE 0.
          03 WS-AVAIL                  PIC S9(4)V99 VALUE 0.
          03 WS-CHK-DATE               PIC 9(8)  VALUE 0.
          03 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
              05 WS-CHK-YYYY           PIC 9(4).
              05 WS-CHK-MM             PIC 9(2).
              05 WS-CHK-DD             PIC 9(2).
          03 DATE-OK-SW                PIC X     VALUE 'N'.
              88 DATE-OK                   VALUE 'Y'.
          03 WS-FROM-DATE              PIC 9(8)  VALUE 0.
          03 WS-THRU-DATE              PIC 9(8)  VALUE 0.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              'EMPLOYEE NOT ON FILE - PLEASE RE-ENTER.'.
          03 NO-BALANCE-MSG            PIC X(79) VALUE
              'NO LEAVE BALANCE ON FILE FOR THAT EMPLOYEE YET.'.
          03 BAD-FROM-MSG              PIC X(79) VALUE
              'FIRST DAY (DIVISION) MUST BE A VALID YYYYMMDD DATE.'.
          03 BAD-THRU-MSG              PIC X(79) VALUE
              'LAST DAY (TITLE) MUST BE A VALID YYYYMMDD DATE.'.
          03 BAD-RANGE-MSG             PIC X(79) VALUE
              'LAST DAY MAY NOT BE BEFORE THE FIRST DAY.'.
          03 BAD-HOURS-MSG             PIC X(79) VALUE
              'HOURS MUST BE DIGITS ONLY, HUNDREDTHS INCLUDED.'.
          03 BAD-TYPE-MSG              PIC X(79) VALUE
              'LEAVE TYPE (CYCLE) MUST BE V (VACATION) OR S (SICK).'.
          03 BAD-ACTION-MSG            PIC X(79) VALUE
              'STATUS: BLANK TO REQUEST, A TO APPROVE, D TO DENY.'.
          03 ALREADY-PEND-MSG          PIC X(79) VALUE
              'A REQUEST IS ALREADY WAITING ON A SUPERVISOR.'.
          03 NOT-PEND-MSG              PIC X(79) VALUE
              'NO REQUEST WAITING FOR THAT EMPLOYEE.'.
          03 NOT-SUPV-MSG              PIC X(79) VALUE
              'ONLY A SUPERVISOR PROFILE MAY APPROVE OR DENY LEAVE.'.
          03 SAME-OPER-MSG             PIC X(79) VALUE
              'THE OPERATOR WHO KEYED A REQUEST MAY NOT RULE ON IT.'.
          03 OVER-BAL-MSG              PIC X(79) VALUE
              'HOURS ARE OVER THE AVAILABLE BALANCE - REQUEST REFUSED.'.
          03 FILED-MSG                 PIC X(79) VALUE
              'REQUEST FILED FOR SUPERVISOR APPROVAL.'.
          03 APPROVED-MSG              PIC X(79) VALUE
              'REQUEST APPROVED - HOURS SENT TO THE LEAVE ACCRUAL RUN.'.
          03 DENIED-MSG                PIC X(79) VALUE
              'REQUEST DENIED - BALANCE LEFT AS IT WAS.'.
          03 BAL-SHOW-MSG.
              05 FILLER                PIC X(4)  VALUE 'VAC '.
              05 BSM-VAC               PIC -ZZZ9.99.
              05 FILLER                PIC X(6)  VALUE ' SICK '.
              05 BSM-SICK              PIC -ZZZ9.99.
              05 FILLER                PIC X(3)  VALUE ' - '.
              05 BSM-TEXT              PIC X(50).
          03 PEND-SHOW-MSG.
              05 FILLER                PIC X(8)  VALUE 'PENDING '.
              05 PSM-TYPE              PIC X(1).
              05 FILLER                PIC X(1)  VALUE SPACE.
              05 PSM-HOURS             PIC ZZ9.99.
              05 FILLER                PIC X(6)  VALUE ' HRS, '.
              05 PSM-FROM              PIC 9(8).
              05 FILLER                PIC X(1)  VALUE '-'.
              05 PSM-THRU              PIC 9(8).
              05 FILLER                PIC X(4)  VALUE ' BY '.
              05 PSM-REQUESTER         PIC X(8).
              05 FILLER                PIC X(28)
                 VALUE '.  A=APPROVE  D=DENY.'.
          03 WS-HOURS-ED               PIC ZZ9.99.
          03 VSAM-ERR-MSG.
              05 FILLER                PIC X(14)
                 VALUE 'FILE ERROR ON '.
              05 VSAM-ERR-FILE         PIC X(8).
              05 FILLER                PIC X(29)
                 VALUE ' - CALL OPERATIONS.     RESP='.
              05 VSAM-ERR-RESP         PIC 9(5).
          03 RESP-MSG.
              05 FILLER                PIC X(37)
                 VALUE '"P46PAY  " INTERNAL ERROR, RESP CODE='.
              05 RESP-NUMBER           PIC 9(5).
          03 HELP-KEY-MSG.
              05 FILLER                PIC X(40) VALUE
                 'TYPE A 7-CHARACTER EMPLOYEE ID AND PRESS'.
              05 FILLER                PIC X(39) VALUE
                 ' ENTER TO SEE BALANCES.  PF3=EXIT.     '.
          03 HELP-UPDATE-MSG.
              05 FILLER                PIC X(40) VALUE
                 'DIV=FIRST DAY TITLE=LAST DAY RATE=HOURS '.
              05 FILLER                PIC X(39) VALUE
                 'CYCLE=V/S; SUPERVISOR: A/D IN STATUS.  '.
      *                                *********************************
      *                                * LEAVE BALANCE - THE RECORD    *
      *                                * SU41PGM80 WRITES TO ITS       *
      *                                * BALANCE FILE, KEYED HERE BY   *
      *                                * EMPLOYEE ID.                  *
      *                                *********************************
       01 LVB-RECORD.
          03 LVB-EMP-ID                PIC X(7).
          03 LVB-VAC-BAL               PIC S9(4)V99.
          03 LVB-SICK-BAL              PIC S9(4)V99.
          03 FILLER                    PIC X(59).
      *                                *********************************
      *                                * LEAVE TAKEN - THE RECORD      *
      *                                * SU41PGM80 READS FROM ITS      *
      *                                * TAKEN FILE.                   *
      *                                *********************************
       01 LT-RECORD.
          03 LT-EMP-ID                 PIC X(7).
          03 LT-TYPE                   PIC X.
          03 LT-HOURS                  PIC 9(3)V99.
          03 FILLER                    PIC X(67).

          COPY PAYREC.

       01 LVQ-RECORD.
          COPY LVRQREC.

       01 SEC-RECORD.
          COPY SECREC.

       01 AUD-RECORD.
          COPY AUDITREC.

       COPY SESSTOW.

       COPY MS0003.
       COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X.
      *                                *********************************
      *                                * MAIN PROCEDURE                *
      *                                *********************************
       PROCEDURE DIVISION.
       RETRY-AGAIN SECTION.
           MOVE LOW-VALUES TO PAYDETI.
           MOVE LOW-VALUES TO PAYROLL-RECORD.
           MOVE 'K' TO LEAVE-STEP-SW.
           MOVE 'LEAVE REQUEST' TO PHEADI.

       SEND-MSG.
            EXEC CICS SEND MAP('PAYDET') MAPSET('MS0003')
                FREEKB ERASE RESP(RESP)
                END-EXEC.
           PERFORM START-SESSION-TIMER-RTN.

       RECEIVE-KEY.
            EXEC CICS RECEIVE MAP('PAYDET') MAPSET('MS0003')
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
                EVALUATE TRUE
                    WHEN STEP-KEY
                        MOVE HELP-KEY-MSG TO PMSGO
                    WHEN STEP-UPDATE
                        MOVE HELP-UPDATE-MSG TO PMSGO
                END-EVALUATE
                PERFORM RESEND-DETAIL
                GO TO RECEIVE-KEY
            END-IF.

      * A DIFFERENT EMPLOYEE ID KEYED OVER THE ONE ON SHOW STARTS
      * AGAIN FROM THE LOOKUP.
            IF STEP-UPDATE AND PEMPIDI NOT = LAST-EMP-ID
                SET STEP-KEY TO TRUE
            END-IF.

            EVALUATE TRUE
                WHEN STEP-KEY
                    PERFORM LOOKUP-EMPLOYEE-RTN
                       THRU LOOKUP-EMPLOYEE-RTN-EXIT
                WHEN STEP-UPDATE
                    PERFORM UPDATE-LEAVE-RTN THRU UPDATE-LEAVE-RTN-EXIT
            END-EVALUATE.

            PERFORM RESEND-DETAIL.
            GO TO RECEIVE-KEY.

       LOOKUP-EMPLOYEE-RTN.
      *                                *********************************
      *                                * STEP 'K' - NAME FROM THE      *
      *                                * PAYROLL MASTER, BALANCES FROM *
      *                                * LVBAL, AND THE WAITING        *
      *                                * REQUEST IF THERE IS ONE.      *
      *                                *********************************
           MOVE PEMPIDI TO PR-EMPLOYEE-ID.
           EXEC CICS READ
               FILE(PAYMAST)
               INTO(PAYROLL-RECORD)
               RIDFLD(PR-EMPLOYEE-ID)
               RESP(RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN RESP = DFHRESP(NOTFND)
                   MOVE NOT-FOUND-MSG TO PMSGO
                   GO TO LOOKUP-EMPLOYEE-RTN-EXIT
               WHEN OTHER
                   MOVE RESP TO RESP-NUMBER
                   MOVE RESP-MSG TO PMSGO
                   GO TO LOOKUP-EMPLOYEE-RTN-EXIT
           END-EVALUATE.
           MOVE PR-EMPLOYEE-ID TO PEMPIDO.
           MOVE PR-LAST-NAME   TO PLNAMEO.
           MOVE PR-FIRST-NAME  TO PFNAMEO.
           PERFORM READ-BALANCE-RTN THRU READ-BALANCE-RTN-EXIT.
           IF LVB-RESP NOT = DFHRESP(NORMAL)
               GO TO LOOKUP-EMPLOYEE-RTN-EXIT
           END-IF.
           PERFORM READ-PENDING-RTN THRU READ-PENDING-RTN-EXIT.
           IF LVQ-RESP NOT = DFHRESP(NORMAL)
                   AND LVQ-RESP NOT = DFHRESP(NOTFND)
               GO TO LOOKUP-EMPLOYEE-RTN-EXIT
           END-IF.
           IF REQUEST-PENDING
               PERFORM SHOW-PENDING-RTN
           ELSE
               MOVE 'KEY DATES, HOURS AND TYPE, THEN ENTER.'
                   TO BSM-TEXT
               MOVE BAL-SHOW-MSG TO PMSGO
           END-IF.
           MOVE PR-EMPLOYEE-ID TO LAST-EMP-ID.
           SET STEP-UPDATE TO TRUE.
       LOOKUP-EMPLOYEE-RTN-EXIT. EXIT.

       READ-BALANCE-RTN.
      *                                *********************************
      *                                * BALANCES ARE EDITED INTO THE  *
      *                                * MESSAGE LINE AHEAD OF         *
      *                                * WHATEVER THE STEP SAYS NEXT.  *
      *                                *********************************
           MOVE PR-EMPLOYEE-ID TO LVB-EMP-ID.
           EXEC CICS READ
               FILE(LVBAL)
               INTO(LVB-RECORD)
               RIDFLD(LVB-EMP-ID)
               RESP(LVB-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN LVB-RESP = DFHRESP(NORMAL)
                   MOVE LVB-VAC-BAL  TO BSM-VAC
                   MOVE LVB-SICK-BAL TO BSM-SICK
               WHEN LVB-RESP = DFHRESP(NOTFND)
                   MOVE NO-BALANCE-MSG TO PMSGO
               WHEN OTHER
                   MOVE LVBAL TO VSAM-ERR-FILE
                   MOVE LVB-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
           END-EVALUATE.
       READ-BALANCE-RTN-EXIT. EXIT.

       READ-PENDING-RTN.
           MOVE 'N' TO PEND-SW.
           MOVE PR-EMPLOYEE-ID TO LVQ-EMP-ID.
           EXEC CICS READ
               FILE(LVREQST)
               INTO(LVQ-RECORD)
               RIDFLD(LVQ-EMP-ID)
               RESP(LVQ-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN LVQ-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO PEND-SW
               WHEN LVQ-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE LVREQST TO VSAM-ERR-FILE
                   MOVE LVQ-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
           END-EVALUATE.
       READ-PENDING-RTN-EXIT. EXIT.

       SHOW-PENDING-RTN.
           MOVE LVQ-FROM-DATE  TO PDIVO.
           MOVE LVQ-THRU-DATE  TO PTITLEO.
           MOVE LVQ-TYPE       TO PCYCO.
           MOVE LVQ-HOURS      TO WS-HOURS-ED.
           MOVE WS-HOURS-ED    TO PRATEO.
           MOVE LVQ-TYPE       TO PSM-TYPE.
           MOVE LVQ-HOURS      TO PSM-HOURS.
           MOVE LVQ-FROM-DATE  TO PSM-FROM.
           MOVE LVQ-THRU-DATE  TO PSM-THRU.
           MOVE LVQ-REQUESTER  TO PSM-REQUESTER.
           MOVE PEND-SHOW-MSG  TO PMSGO.
       SHOW-PENDING-RTN-EXIT. EXIT.

       UPDATE-LEAVE-RTN.
      *                                *********************************
      *                                * STEP 'U' - BLANK (OR R) IN    *
      *                                * STATUS FILES A REQUEST; A OR  *
      *                                * D RULES ON THE ONE WAITING.   *
      *                                *********************************
           MOVE PSTATI TO WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-REQUEST
                   PERFORM FILE-REQUEST-RTN THRU FILE-REQUEST-RTN-EXIT
               WHEN ACTION-APPROVE OR ACTION-DENY
                   PERFORM RULE-ON-REQUEST-RTN
                      THRU RULE-ON-REQUEST-RTN-EXIT
               WHEN OTHER
                   MOVE BAD-ACTION-MSG TO PMSGO
           END-EVALUATE.
       UPDATE-LEAVE-RTN-EXIT. EXIT.

       FILE-REQUEST-RTN.
      *                                *********************************
      *                                * EVERY KEYED FIELD IS EDITED   *
      *                                * AND THE HOURS CHECKED AGAINST *
      *                                * THE BALANCE FOR THE TYPE      *
      *                                * BEFORE ANYTHING IS WRITTEN.   *
      *                                *********************************
           IF REQUEST-PENDING
               MOVE ALREADY-PEND-MSG TO PMSGO
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
           MOVE PDIVI(1:8) TO WS-CHK-DATE.
           PERFORM EDIT-DATE-RTN THRU EDIT-DATE-RTN-EXIT.
           IF NOT DATE-OK
               MOVE BAD-FROM-MSG TO PMSGO
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
           MOVE WS-CHK-DATE TO WS-FROM-DATE.
           MOVE PTITLEI(1:8) TO WS-CHK-DATE.
           PERFORM EDIT-DATE-RTN THRU EDIT-DATE-RTN-EXIT.
           IF NOT DATE-OK
               MOVE BAD-THRU-MSG TO PMSGO
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
           MOVE WS-CHK-DATE TO WS-THRU-DATE.
           IF WS-THRU-DATE < WS-FROM-DATE
               MOVE BAD-RANGE-MSG TO PMSGO
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
      * HOURS ARE KEYED DIGITS-ONLY WITH THE HUNDREDTHS INCLUDED, THE
      * SAME CONVENTION P44PAY USES FOR THE PAY RATE.
           IF PRATEI NOT NUMERIC
               MOVE BAD-HOURS-MSG TO PMSGO
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
           MOVE PRATEI TO WS-HOURS-RAW.
           IF WS-HOURS-RAW = 0 OR WS-HOURS-RAW > 99999
               MOVE BAD-HOURS-MSG TO PMSGO
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
           COMPUTE WS-HOURS = WS-HOURS-RAW / 100.
           IF PCYCI NOT = 'V' AND PCYCI NOT = 'S'
               MOVE BAD-TYPE-MSG TO PMSGO
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
           PERFORM READ-BALANCE-RTN THRU READ-BALANCE-RTN-EXIT.
           IF LVB-RESP NOT = DFHRESP(NORMAL)
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
           IF PCYCI = 'S'
               MOVE LVB-SICK-BAL TO WS-AVAIL
           ELSE
               MOVE LVB-VAC-BAL  TO WS-AVAIL
           END-IF.
           IF WS-HOURS > WS-AVAIL
               MOVE OVER-BAL-MSG TO BSM-TEXT
               MOVE BAL-SHOW-MSG TO PMSGO
               MOVE PR-EMPLOYEE-ID TO AUD-ACCT-NUMBER
               MOVE 'LEAVE OVER BALANCE' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
               GO TO FILE-REQUEST-RTN-EXIT
           END-IF.
           PERFORM GET-TODAY-RTN.
           MOVE SPACES         TO LVQ-RECORD.
           MOVE PR-EMPLOYEE-ID TO LVQ-EMP-ID.
           MOVE PCYCI          TO LVQ-TYPE.
           MOVE WS-FROM-DATE   TO LVQ-FROM-DATE.
           MOVE WS-THRU-DATE   TO LVQ-THRU-DATE.
           MOVE WS-HOURS       TO LVQ-HOURS.
           MOVE EIBTRMID       TO LVQ-REQUESTER.
           MOVE WS-TODAY-8     TO LVQ-DATE.
           MOVE WS-NOW-6       TO LVQ-TIME.
           EXEC CICS WRITE
               FILE(LVREQST)
               FROM(LVQ-RECORD)
               RIDFLD(LVQ-EMP-ID)
               RESP(LVQ-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN LVQ-RESP = DFHRESP(NORMAL)
                   MOVE FILED-MSG TO PMSGO
                   MOVE PR-EMPLOYEE-ID TO AUD-ACCT-NUMBER
                   MOVE 'LEAVE REQUEST' TO AUD-ACTION
                   PERFORM WRITE-AUDIT-RTN
               WHEN LVQ-RESP = DFHRESP(DUPREC)
                   MOVE ALREADY-PEND-MSG TO PMSGO
               WHEN OTHER
                   MOVE LVREQST TO VSAM-ERR-FILE
                   MOVE LVQ-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
           END-EVALUATE.
           SET STEP-KEY TO TRUE.
       FILE-REQUEST-RTN-EXIT. EXIT.

       RULE-ON-REQUEST-RTN.
      *                                *********************************
      *                                * ONLY A SUPERVISOR PROFILE MAY *
      *                                * RULE, AND NEVER ON A REQUEST  *
      *                                * THEY KEYED THEMSELVES.  BOTH  *
      *                                * IDENTITIES LAND ON THE TRAIL. *
      *                                *********************************
           MOVE PR-EMPLOYEE-ID TO AUD-ACCT-NUMBER.
           MOVE EIBTRMID TO SEC-USERID.
           EXEC CICS READ
               FILE(SECPROF)
               INTO(SEC-RECORD)
               RIDFLD(SEC-USERID)
               RESP(SEC-RESP)
               END-EXEC.
           IF SEC-RESP NOT = DFHRESP(NORMAL) OR NOT SEC-SUPERVISOR
                   OR SEC-SUSPENDED
               MOVE NOT-SUPV-MSG TO PMSGO
               MOVE 'DENIED - NOT SUPVR' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
               GO TO RULE-ON-REQUEST-RTN-EXIT
           END-IF.
           MOVE PR-EMPLOYEE-ID TO LVQ-EMP-ID.
           EXEC CICS READ
               FILE(LVREQST)
               INTO(LVQ-RECORD)
               RIDFLD(LVQ-EMP-ID)
               UPDATE
               RESP(LVQ-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN LVQ-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN LVQ-RESP = DFHRESP(NOTFND)
                   MOVE NOT-PEND-MSG TO PMSGO
                   SET STEP-KEY TO TRUE
                   GO TO RULE-ON-REQUEST-RTN-EXIT
               WHEN OTHER
                   MOVE LVREQST TO VSAM-ERR-FILE
                   MOVE LVQ-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
                   GO TO RULE-ON-REQUEST-RTN-EXIT
           END-EVALUATE.
           IF LVQ-REQUESTER = EIBTRMID
               EXEC CICS UNLOCK
                   FILE(LVREQST)
                   END-EXEC
               MOVE SAME-OPER-MSG TO PMSGO
               MOVE 'DENIED - SELF APPROVE' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
               GO TO RULE-ON-REQUEST-RTN-EXIT
           END-IF.
           IF ACTION-APPROVE
               PERFORM APPROVE-REQUEST-RTN
                  THRU APPROVE-REQUEST-RTN-EXIT
           ELSE
               PERFORM DENY-REQUEST-RTN THRU DENY-REQUEST-RTN-EXIT
           END-IF.
           SET STEP-KEY TO TRUE.
       RULE-ON-REQUEST-RTN-EXIT. EXIT.

       APPROVE-REQUEST-RTN.
      *                                *********************************
      *                                * THE BALANCE IS CHECKED AGAIN  *
      *                                * UNDER UPDATE - AN ACCRUAL RUN *
      *                                * OR ANOTHER APPROVAL MAY HAVE  *
      *                                * MOVED IT SINCE THE REQUEST.   *
      *                                * THE TAKEN RECORD, THE         *
      *                                * BALANCE AND THE REQUEST'S     *
      *                                * REMOVAL ARE ONE UNIT OF WORK. *
      *                                *********************************
           MOVE LVQ-EMP-ID TO LVB-EMP-ID.
           EXEC CICS READ
               FILE(LVBAL)
               INTO(LVB-RECORD)
               RIDFLD(LVB-EMP-ID)
               UPDATE
               RESP(LVB-RESP)
               END-EXEC.
           IF LVB-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE LVBAL TO VSAM-ERR-FILE
               MOVE LVB-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO APPROVE-REQUEST-RTN-EXIT
           END-IF.
           IF LVQ-SICK
               MOVE LVB-SICK-BAL TO WS-AVAIL
           ELSE
               MOVE LVB-VAC-BAL  TO WS-AVAIL
           END-IF.
           IF LVQ-HOURS > WS-AVAIL
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE LVB-VAC-BAL  TO BSM-VAC
               MOVE LVB-SICK-BAL TO BSM-SICK
               MOVE OVER-BAL-MSG TO BSM-TEXT
               MOVE BAL-SHOW-MSG TO PMSGO
               MOVE 'LEAVE OVER BALANCE' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
               GO TO APPROVE-REQUEST-RTN-EXIT
           END-IF.
           MOVE SPACES     TO LT-RECORD.
           MOVE LVQ-EMP-ID TO LT-EMP-ID.
           MOVE LVQ-TYPE   TO LT-TYPE.
           MOVE LVQ-HOURS  TO LT-HOURS.
           EXEC CICS WRITE
               FILE(LVTAKEN)
               FROM(LT-RECORD)
               RIDFLD(LT-RBA)
               RBA
               RESP(LT-RESP)
               END-EXEC.
           IF LT-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE LVTAKEN TO VSAM-ERR-FILE
               MOVE LT-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO APPROVE-REQUEST-RTN-EXIT
           END-IF.
           IF LVQ-SICK
               SUBTRACT LVQ-HOURS FROM LVB-SICK-BAL
           ELSE
               SUBTRACT LVQ-HOURS FROM LVB-VAC-BAL
           END-IF.
           EXEC CICS REWRITE
               FILE(LVBAL)
               FROM(LVB-RECORD)
               RESP(LVB-RESP)
               END-EXEC.
           IF LVB-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE LVBAL TO VSAM-ERR-FILE
               MOVE LVB-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO APPROVE-REQUEST-RTN-EXIT
           END-IF.
           EXEC CICS DELETE
               FILE(LVREQST)
               RESP(LVQ-RESP)
               END-EXEC.
           IF LVQ-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE LVREQST TO VSAM-ERR-FILE
               MOVE LVQ-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO APPROVE-REQUEST-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE LVB-VAC-BAL  TO BSM-VAC.
           MOVE LVB-SICK-BAL TO BSM-SICK.
           MOVE APPROVED-MSG TO BSM-TEXT.
           MOVE BAL-SHOW-MSG TO PMSGO.
           MOVE SPACES TO AUD-ACTION.
           STRING 'APPROVED REQ=' LVQ-REQUESTER
               DELIMITED BY SIZE INTO AUD-ACTION.
           PERFORM WRITE-AUDIT-RTN.
       APPROVE-REQUEST-RTN-EXIT. EXIT.

       DENY-REQUEST-RTN.
           EXEC CICS DELETE
               FILE(LVREQST)
               RESP(LVQ-RESP)
               END-EXEC.
           IF LVQ-RESP NOT = DFHRESP(NORMAL)
               MOVE LVREQST TO VSAM-ERR-FILE
               MOVE LVQ-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO DENY-REQUEST-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE DENIED-MSG TO PMSGO.
           MOVE SPACES TO AUD-ACTION.
           STRING 'DENIED REQ=' LVQ-REQUESTER
               DELIMITED BY SIZE INTO AUD-ACTION.
           PERFORM WRITE-AUDIT-RTN.
       DENY-REQUEST-RTN-EXIT. EXIT.

       EDIT-DATE-RTN.
      *                                *********************************
      *                                * YYYYMMDD, MONTH 01-12, DAY    *
      *                                * 01-31 - THE SAME EDIT THE     *
      *                                * BATCH DATE CARDS GET.         *
      *                                *********************************
           MOVE 'N' TO DATE-OK-SW.
           IF WS-CHK-DATE-R NOT NUMERIC
               GO TO EDIT-DATE-RTN-EXIT
           END-IF.
           IF WS-CHK-YYYY < 1900
                   OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
                   OR WS-CHK-DD < 1 OR WS-CHK-DD > 31
               GO TO EDIT-DATE-RTN-EXIT
           END-IF.
           MOVE 'Y' TO DATE-OK-SW.
       EDIT-DATE-RTN-EXIT. EXIT.

       GET-TODAY-RTN.
      *                                *********************************
      *                                * THE REQUEST CARRIES YYYYMMDD  *
      *                                * - RAW EIBDATE IS CICS JULIAN. *
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
      *                                * PAYROLL-SCREEN AUDIT TRAIL    *
      *                                * (TS QUEUE) - WHO REQUESTED,   *
      *                                * APPROVED OR DENIED WHAT.      *
      *                                *********************************
           MOVE EIBTRNID  TO AUD-TRANSID.
           MOVE EIBTRMID  TO AUD-TERMID.
           MOVE 'P46PAY'  TO AUD-PROGRAM.
           MOVE EIBDATE   TO AUD-DATE.
           MOVE EIBTIME   TO AUD-TIME.
           EXEC CICS WRITEQ TS
               QUEUE(TS-QUEUE)
               FROM(AUD-RECORD)
               LENGTH(LENGTH OF AUD-RECORD)
               END-EXEC.
       WRITE-AUDIT-RTN-EXIT. EXIT.

       RESEND-DETAIL.
            EXEC CICS SEND MAP('PAYDET') MAPSET('MS0003')
                DATAONLY
                RESP(RESP)
                END-EXEC.
           PERFORM START-SESSION-TIMER-RTN.
       RESEND-DETAIL-EXIT. EXIT.

       COPY SESSTO.
