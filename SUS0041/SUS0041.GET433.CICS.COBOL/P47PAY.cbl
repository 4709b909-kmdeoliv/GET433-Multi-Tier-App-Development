       IDENTIFICATION DIVISION.
       PROGRAM-ID. P47PAY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *                                *********************************
      *                                * TIMECARD ENTRY AND APPROVAL.  *
      *                                * STEP 'K' KEYS THE EMPLOYEE ID *
      *                                * - ONLY AN ACTIVE HOURLY       *
      *                                * EMPLOYEE HAS A TIMECARD - AND *
      *                                * SHOWS THE DAY THE CARD IS     *
      *                                * APPROVED THROUGH.  STEP 'U'   *
      *                                * TAKES ONE DAY'S WORK FOR ONE  *
      *                                * DEPARTMENT - DATE IN          *
      *                                * DIVISION, DEPARTMENT IN TITLE *
      *                                * (BLANK = HOME DEPARTMENT), IN *
      *                                * AND OUT TIMES HHMMHHMM IN     *
      *                                * RATE, SHIFT CODE IN CYCLE -   *
      *                                * AND WRITES OR REPLACES THE    *
      *                                * TIMECRD ENTRY; X IN STATUS    *
      *                                * REMOVES IT.  A SUPERVISOR     *
      *                                * KEYS A IN STATUS WITH THE     *
      *                                * LAST DAY OF THE PERIOD IN     *
      *                                * DIVISION TO APPROVE AND LOCK  *
      *                                * EVERY ENTRY THROUGH THAT DAY. *
      *                                * THE CUTOFF EXTRACT (SU41TCEX) *
      *                                * SENDS ONLY APPROVED ENTRIES   *
      *                                * TO THE PAY REGISTER.          *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 PAYMAST                   PIC X(8)  VALUE 'PAYMAST '.
          03 TIMECRD                   PIC X(8)  VALUE 'TIMECRD '.
          03 TCLOCK                    PIC X(8)  VALUE 'TCLOCK  '.
          03 SECPROF                   PIC X(8)  VALUE 'SECPROF '.
          03 TS-QUEUE                  PIC X(8)  VALUE 'PAYAUD  '.
          03 RESP                      PIC 9(4)  COMP.
          03 SEC-RESP                  PIC 9(4)  COMP.
          03 TCD-RESP                  PIC 9(4)  COMP.
          03 TCL-RESP                  PIC 9(4)  COMP.
          03 WS-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
          03 WS-TODAY-8                PIC 9(8)  VALUE 0.
          03 WS-NOW-6                  PIC 9(6)  VALUE 0.
          03 TIME-STEP-SW              PIC X     VALUE 'K'.
              88 STEP-KEY                  VALUE 'K'.
              88 STEP-UPDATE               VALUE 'U'.
          03 WS-ACTION                 PIC X     VALUE SPACE.
              88 ACTION-ENTER              VALUE 'E' ' ' LOW-VALUE.
              88 ACTION-REMOVE             VALUE 'X'.
              88 ACTION-APPROVE            VALUE 'A'.
          03 BROWSE-EOF-SW             PIC X     VALUE 'N'.
              88 BROWSE-EOF                VALUE 'Y'.
          03 SELF-SW                   PIC X     VALUE 'N'.
              88 SELF-KEYED                VALUE 'Y'.
          03 LAST-EMP-ID               PIC X(7)  VALUE SPACES.
          03 WS-APPR-THRU              PIC 9(8)  VALUE 0.
          03 WS-WORK-DATE              PIC 9(8)  VALUE 0.
          03 WS-DEPARTMENT             PIC X(10) VALUE SPACES.
          03 WS-SHIFT                  PIC X     VALUE SPACE.
          03 WS-INOUT-RAW              PIC 9(11) VALUE 0.
          03 WS-INOUT-RAW-R REDEFINES WS-INOUT-RAW.
              05 FILLER                PIC 9(3).
              05 WS-IN-HH              PIC 9(2).
              05 WS-IN-MM              PIC 9(2).
              05 WS-OUT-HH             PIC 9(2).
              05 WS-OUT-MM             PIC 9(2).
          03 WS-IN-TIME                PIC 9(4)  VALUE 0.
          03 WS-OUT-TIME               PIC 9(4)  VALUE 0.
          03 WS-IN-MINUTES             PIC 9(4)  VALUE 0.
          03 WS-OUT-MINUTES            PIC 9(4)  VALUE 0.
          03 WS-HOURS                  PIC 9(2)V99 VALUE 0.
          03 WS-DAY-HOURS              PIC 9(3)V99 VALUE 0.
          03 WS-CHK-DATE               PIC 9(8)  VALUE 0.
          03 WS-CHK-DATE-R REDEFINES WS-CHK-DATE.
              05 WS-CHK-YYYY           PIC 9(4).
              05 WS-CHK-MM             PIC 9(2).
              05 WS-CHK-DD             PIC 9(2).
          03 DATE-OK-SW                PIC X     VALUE 'N'.
              88 DATE-OK                   VALUE 'Y'.
          03 WS-BR-KEY.
              05 WS-BR-EMP-ID          PIC X(7).
              05 WS-BR-DATE            PIC 9(8).
              05 WS-BR-DEPT            PIC X(10).
          03 WS-APPR-CNT               PIC 9(3)  VALUE 0.
          03 WS-APPR-MAX               PIC 9(3)  VALUE 100.
          03 APPR-SUB                  PIC 9(3)  VALUE 0.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              'EMPLOYEE NOT ON FILE - PLEASE RE-ENTER.'.
          03 NOT-HOURLY-MSG            PIC X(79) VALUE
              'NOT AN HOURLY EMPLOYEE - NO TIMECARD IS KEPT.'.
          03 NOT-ACTIVE-MSG            PIC X(79) VALUE
              'EMPLOYEE IS NOT ACTIVE - NO TIME MAY BE ENTERED.'.
          03 BAD-DATE-MSG              PIC X(79) VALUE
              'WORK DATE (DIVISION) MUST BE A VALID YYYYMMDD DATE.'.
          03 FUTURE-DATE-MSG           PIC X(79) VALUE
              'TIME MAY NOT BE ENTERED FOR A DAY NOT YET WORKED.'.
          03 LOCKED-DATE-MSG           PIC X(79) VALUE
              'THAT DAY IS IN AN APPROVED PERIOD - THE CARD IS LOCKED.'.
          03 BAD-TIMES-MSG             PIC X(79) VALUE
              'IN/OUT (RATE) MUST BE HHMMHHMM ON A 24-HOUR CLOCK.'.
          03 ZERO-TIME-MSG             PIC X(79) VALUE
              'IN AND OUT TIMES MAY NOT BE THE SAME.'.
          03 OVER-DAY-MSG              PIC X(79) VALUE
              'MORE THAN 24 HOURS ON THAT DAY ACROSS DEPARTMENTS.'.
          03 BAD-ACTION-MSG            PIC X(79) VALUE
              'STATUS: BLANK TO ENTER, X TO REMOVE, A TO APPROVE.'.
          03 NO-ENTRY-MSG              PIC X(79) VALUE
              'NO ENTRY FOR THAT EMPLOYEE, DAY AND DEPARTMENT.'.
          03 NOT-SUPV-MSG              PIC X(79) VALUE
              'ONLY A SUPERVISOR PROFILE MAY APPROVE A TIMECARD.'.
          03 SAME-OPER-MSG             PIC X(79) VALUE
              'THE OPERATOR WHO KEYED AN ENTRY MAY NOT APPROVE IT.'.
          03 BAD-THRU-MSG              PIC X(79) VALUE
              'APPROVE-THROUGH DAY (DIVISION) MUST BE A VALID DATE.'.
          03 OLD-THRU-MSG              PIC X(79) VALUE
              'CARD IS ALREADY APPROVED THROUGH THAT DAY.'.
          03 TOO-MANY-MSG              PIC X(79) VALUE
              'TOO MANY ENTRIES TO APPROVE - KEY AN EARLIER DAY.'.
          03 REMOVED-MSG               PIC X(79) VALUE
              'ENTRY REMOVED - KEY ANOTHER DAY OR PF3 TO EXIT.'.
          03 THRU-SHOW-MSG.
              05 FILLER                PIC X(16) VALUE
                 'APPROVED THRU  '.
              05 TSM-THRU              PIC X(8).
              05 FILLER                PIC X(3)  VALUE ' - '.
              05 TSM-TEXT              PIC X(52).
          03 ENTERED-MSG.
              05 FILLER                PIC X(8)  VALUE 'ENTERED '.
              05 EM-HOURS              PIC Z9.99.
              05 FILLER                PIC X(9)  VALUE ' HRS FOR '.
              05 EM-DATE               PIC 9(8).
              05 FILLER                PIC X(6)  VALUE ' DEPT '.
              05 EM-DEPT               PIC X(10).
              05 FILLER                PIC X(33) VALUE
                 ' - KEY THE NEXT DAY.'.
          03 APPROVED-MSG.
              05 FILLER                PIC X(9)  VALUE 'APPROVED '.
              05 AM-COUNT              PIC ZZ9.
              05 FILLER                PIC X(27) VALUE
                 ' ENTRIES; CARD LOCKED THRU '.
              05 AM-THRU               PIC 9(8).
              05 FILLER                PIC X(32) VALUE '.'.
          03 VSAM-ERR-MSG.
              05 FILLER                PIC X(14)
                 VALUE 'FILE ERROR ON '.
              05 VSAM-ERR-FILE         PIC X(8).
              05 FILLER                PIC X(29)
                 VALUE ' - CALL OPERATIONS.     RESP='.
              05 VSAM-ERR-RESP         PIC 9(5).
          03 RESP-MSG.
              05 FILLER                PIC X(37)
                 VALUE '"P47PAY  " INTERNAL ERROR, RESP CODE='.
              05 RESP-NUMBER           PIC 9(5).
          03 HELP-KEY-MSG.
              05 FILLER                PIC X(40) VALUE
                 'TYPE A 7-CHARACTER EMPLOYEE ID AND PRESS'.
              05 FILLER                PIC X(39) VALUE
                 ' ENTER TO OPEN THE CARD.  PF3=EXIT.    '.
          03 HELP-UPDATE-MSG.
              05 FILLER                PIC X(40) VALUE
                 'DIV=DATE TITLE=DEPT RATE=IN/OUT HHMMHHMM'.
              05 FILLER                PIC X(39) VALUE
                 ' CYCLE=SHIFT; STATUS X=REMOVE A=APPROVE'.
      *                                *********************************
      *                                * ENTRIES A SUPERVISOR IS       *
      *                                * APPROVING - GATHERED BY THE   *
      *                                * BROWSE, THEN UPDATED ONE BY   *
      *                                * ONE UNDER A KEYED READ.       *
      *                                *********************************
       01 WS-APPR-AREA.
          03 WS-APPR-KEY               PIC X(25) OCCURS 100 TIMES.

          COPY PAYREC.

       01 TCD-RECORD.
          COPY TCRDREC.

       01 TCL-RECORD.
          COPY TCLKREC.

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
           MOVE 'K' TO TIME-STEP-SW.
           MOVE 'TIMECARD ENTRY' TO PHEADI.

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
                    PERFORM UPDATE-TIME-RTN THRU UPDATE-TIME-RTN-EXIT
            END-EVALUATE.

            PERFORM RESEND-DETAIL.
            GO TO RECEIVE-KEY.

       LOOKUP-EMPLOYEE-RTN.
      *                                *********************************
      *                                * STEP 'K' - THE PAYROLL MASTER *
      *                                * DECIDES WHETHER THE EMPLOYEE  *
      *                                * KEEPS A TIMECARD AT ALL; THE  *
      *                                * LOCK RECORD SAYS HOW FAR IT   *
      *                                * IS APPROVED.                  *
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
           IF NOT PR-HOURLY
               MOVE NOT-HOURLY-MSG TO PMSGO
               GO TO LOOKUP-EMPLOYEE-RTN-EXIT
           END-IF.
           IF NOT PR-STAT-ACTIVE
               MOVE NOT-ACTIVE-MSG TO PMSGO
               GO TO LOOKUP-EMPLOYEE-RTN-EXIT
           END-IF.
           PERFORM READ-LOCK-RTN THRU READ-LOCK-RTN-EXIT.
           IF TCL-RESP NOT = DFHRESP(NORMAL)
                   AND TCL-RESP NOT = DFHRESP(NOTFND)
               GO TO LOOKUP-EMPLOYEE-RTN-EXIT
           END-IF.
           MOVE 'KEY DATE, DEPT, IN/OUT AND SHIFT, THEN ENTER.'
               TO TSM-TEXT.
           PERFORM SHOW-THRU-RTN.
           MOVE PR-EMPLOYEE-ID TO LAST-EMP-ID.
           SET STEP-UPDATE TO TRUE.
       LOOKUP-EMPLOYEE-RTN-EXIT. EXIT.

       READ-LOCK-RTN.
           MOVE 0 TO WS-APPR-THRU.
           MOVE PR-EMPLOYEE-ID TO TCL-EMP-ID.
           EXEC CICS READ
               FILE(TCLOCK)
               INTO(TCL-RECORD)
               RIDFLD(TCL-EMP-ID)
               RESP(TCL-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN TCL-RESP = DFHRESP(NORMAL)
                   MOVE TCL-APPR-THRU TO WS-APPR-THRU
               WHEN TCL-RESP = DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE TCLOCK TO VSAM-ERR-FILE
                   MOVE TCL-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
           END-EVALUATE.
       READ-LOCK-RTN-EXIT. EXIT.

       SHOW-THRU-RTN.
           IF WS-APPR-THRU = 0
               MOVE 'NONE YET' TO TSM-THRU
           ELSE
               MOVE WS-APPR-THRU TO TSM-THRU
           END-IF.
           MOVE THRU-SHOW-MSG TO PMSGO.
       SHOW-THRU-RTN-EXIT. EXIT.

       UPDATE-TIME-RTN.
      *                                *********************************
      *                                * STEP 'U' - BLANK IN STATUS    *
      *                                * ENTERS OR REPLACES A DAY, X   *
      *                                * REMOVES ONE, A APPROVES THE   *
      *                                * CARD THROUGH A DAY.           *
      *                                *********************************
           MOVE PSTATI TO WS-ACTION.
           EVALUATE TRUE
               WHEN ACTION-ENTER
                   PERFORM ENTER-TIME-RTN THRU ENTER-TIME-RTN-EXIT
               WHEN ACTION-REMOVE
                   PERFORM REMOVE-TIME-RTN THRU REMOVE-TIME-RTN-EXIT
               WHEN ACTION-APPROVE
                   PERFORM APPROVE-CARD-RTN THRU APPROVE-CARD-RTN-EXIT
               WHEN OTHER
                   MOVE BAD-ACTION-MSG TO PMSGO
           END-EVALUATE.
       UPDATE-TIME-RTN-EXIT. EXIT.

       EDIT-DAY-RTN.
      *                                *********************************
      *                                * THE WORK DATE AND DEPARTMENT  *
      *                                * EVERY ENTRY AND REMOVAL NEEDS *
      *                                * - A DAY ALREADY WORKED, AFTER *
      *                                * THE LAST APPROVED DAY.        *
      *                                *********************************
           MOVE 'N' TO DATE-OK-SW.
           MOVE PDIVI(1:8) TO WS-CHK-DATE.
           PERFORM EDIT-DATE-RTN THRU EDIT-DATE-RTN-EXIT.
           IF NOT DATE-OK
               MOVE BAD-DATE-MSG TO PMSGO
               GO TO EDIT-DAY-RTN-EXIT
           END-IF.
           MOVE 'N' TO DATE-OK-SW.
           MOVE WS-CHK-DATE TO WS-WORK-DATE.
           PERFORM GET-TODAY-RTN.
           IF WS-WORK-DATE > WS-TODAY-8
               MOVE FUTURE-DATE-MSG TO PMSGO
               GO TO EDIT-DAY-RTN-EXIT
           END-IF.
           PERFORM READ-LOCK-RTN THRU READ-LOCK-RTN-EXIT.
           IF TCL-RESP NOT = DFHRESP(NORMAL)
                   AND TCL-RESP NOT = DFHRESP(NOTFND)
               GO TO EDIT-DAY-RTN-EXIT
           END-IF.
           IF WS-WORK-DATE NOT > WS-APPR-THRU
               MOVE LOCKED-DATE-MSG TO PMSGO
               GO TO EDIT-DAY-RTN-EXIT
           END-IF.
           MOVE PTITLEI(1:10) TO WS-DEPARTMENT.
           IF WS-DEPARTMENT = SPACES OR WS-DEPARTMENT = LOW-VALUES
               MOVE PR-DEPARTMENT TO WS-DEPARTMENT
           END-IF.
           MOVE 'Y' TO DATE-OK-SW.
       EDIT-DAY-RTN-EXIT. EXIT.

       ENTER-TIME-RTN.
      *                                *********************************
      *                                * EVERY KEYED FIELD IS EDITED   *
      *                                * AND THE DAY'S TOTAL ACROSS    *
      *                                * DEPARTMENTS CHECKED BEFORE    *
      *                                * ANYTHING IS WRITTEN.          *
      *                                *********************************
           PERFORM EDIT-DAY-RTN THRU EDIT-DAY-RTN-EXIT.
           IF NOT DATE-OK
               GO TO ENTER-TIME-RTN-EXIT
           END-IF.
      * IN AND OUT ARE KEYED DIGITS-ONLY, HHMMHHMM ON A 24-HOUR CLOCK.
           IF PRATEI NOT NUMERIC
               MOVE BAD-TIMES-MSG TO PMSGO
               GO TO ENTER-TIME-RTN-EXIT
           END-IF.
           MOVE PRATEI TO WS-INOUT-RAW.
           IF WS-INOUT-RAW > 99999999
                   OR WS-IN-HH > 23 OR WS-IN-MM > 59
                   OR WS-OUT-HH > 23 OR WS-OUT-MM > 59
               MOVE BAD-TIMES-MSG TO PMSGO
               GO TO ENTER-TIME-RTN-EXIT
           END-IF.
           COMPUTE WS-IN-TIME  = WS-IN-HH * 100 + WS-IN-MM.
           COMPUTE WS-OUT-TIME = WS-OUT-HH * 100 + WS-OUT-MM.
           IF WS-IN-TIME = WS-OUT-TIME
               MOVE ZERO-TIME-MSG TO PMSGO
               GO TO ENTER-TIME-RTN-EXIT
           END-IF.
      * AN OUT TIME BEFORE THE IN TIME IS A SHIFT THAT RAN PAST
      * MIDNIGHT - THE HOURS BELONG TO THE DAY THE SHIFT STARTED.
           COMPUTE WS-IN-MINUTES  = WS-IN-HH * 60 + WS-IN-MM.
           COMPUTE WS-OUT-MINUTES = WS-OUT-HH * 60 + WS-OUT-MM.
           IF WS-OUT-TIME < WS-IN-TIME
               ADD 1440 TO WS-OUT-MINUTES
           END-IF.
           COMPUTE WS-HOURS ROUNDED =
               (WS-OUT-MINUTES - WS-IN-MINUTES) / 60.
           MOVE PCYCI TO WS-SHIFT.
           IF WS-SHIFT = LOW-VALUE
               MOVE SPACE TO WS-SHIFT
           END-IF.
           PERFORM SUM-DAY-RTN THRU SUM-DAY-RTN-EXIT.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
                   AND TCD-RESP NOT = DFHRESP(NOTFND)
                   AND TCD-RESP NOT = DFHRESP(ENDFILE)
               GO TO ENTER-TIME-RTN-EXIT
           END-IF.
           IF WS-DAY-HOURS + WS-HOURS > 24.00
               MOVE OVER-DAY-MSG TO PMSGO
               GO TO ENTER-TIME-RTN-EXIT
           END-IF.
           MOVE PR-EMPLOYEE-ID TO TCD-EMP-ID.
           MOVE WS-WORK-DATE   TO TCD-WORK-DATE.
           MOVE WS-DEPARTMENT  TO TCD-DEPARTMENT.
           EXEC CICS READ
               FILE(TIMECRD)
               INTO(TCD-RECORD)
               RIDFLD(TCD-KEY)
               UPDATE
               RESP(TCD-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN TCD-RESP = DFHRESP(NORMAL)
                   IF NOT TCD-ENTERED
                       EXEC CICS UNLOCK
                           FILE(TIMECRD)
                           END-EXEC
                       MOVE LOCKED-DATE-MSG TO PMSGO
                       GO TO ENTER-TIME-RTN-EXIT
                   END-IF
                   PERFORM BUILD-ENTRY-RTN
                   EXEC CICS REWRITE
                       FILE(TIMECRD)
                       FROM(TCD-RECORD)
                       RESP(TCD-RESP)
                       END-EXEC
                   MOVE 'TIMECARD CHANGED' TO AUD-ACTION
               WHEN TCD-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO TCD-RECORD
                   MOVE PR-EMPLOYEE-ID TO TCD-EMP-ID
                   MOVE WS-WORK-DATE   TO TCD-WORK-DATE
                   MOVE WS-DEPARTMENT  TO TCD-DEPARTMENT
                   PERFORM BUILD-ENTRY-RTN
                   EXEC CICS WRITE
                       FILE(TIMECRD)
                       FROM(TCD-RECORD)
                       RIDFLD(TCD-KEY)
                       RESP(TCD-RESP)
                       END-EXEC
                   MOVE 'TIMECARD ENTERED' TO AUD-ACTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
               MOVE TIMECRD TO VSAM-ERR-FILE
               MOVE TCD-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO ENTER-TIME-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE PR-EMPLOYEE-ID TO AUD-ACCT-NUMBER.
           PERFORM WRITE-AUDIT-RTN.
           MOVE WS-HOURS       TO EM-HOURS.
           MOVE WS-WORK-DATE   TO EM-DATE.
           MOVE WS-DEPARTMENT  TO EM-DEPT.
           MOVE ENTERED-MSG    TO PMSGO.
       ENTER-TIME-RTN-EXIT. EXIT.

       BUILD-ENTRY-RTN.
           MOVE WS-SHIFT       TO TCD-SHIFT.
           MOVE WS-IN-TIME     TO TCD-IN-TIME.
           MOVE WS-OUT-TIME    TO TCD-OUT-TIME.
           MOVE WS-HOURS       TO TCD-HOURS.
           MOVE 'E'            TO TCD-STATUS.
           MOVE EIBTRMID       TO TCD-CLERK.
           MOVE WS-TODAY-8     TO TCD-ENTRY-DATE.
           MOVE SPACES         TO TCD-APPROVER.
           MOVE 0              TO TCD-PAY-DATE.
       BUILD-ENTRY-RTN-EXIT. EXIT.

       SUM-DAY-RTN.
      *                                *********************************
      *                                * HOURS ALREADY ON THE CARD FOR *
      *                                * THE SAME DAY IN OTHER         *
      *                                * DEPARTMENTS - THE ENTRY BEING *
      *                                * REPLACED DOES NOT COUNT.      *
      *                                *********************************
           MOVE 0 TO WS-DAY-HOURS.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE PR-EMPLOYEE-ID TO WS-BR-EMP-ID.
           MOVE WS-WORK-DATE   TO WS-BR-DATE.
           MOVE LOW-VALUES     TO WS-BR-DEPT.
           EXEC CICS STARTBR
               FILE(TIMECRD)
               RIDFLD(WS-BR-KEY)
               GTEQ
               RESP(TCD-RESP)
               END-EXEC.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
               IF TCD-RESP NOT = DFHRESP(NOTFND)
                   MOVE TIMECRD TO VSAM-ERR-FILE
                   MOVE TCD-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
               END-IF
               GO TO SUM-DAY-RTN-EXIT
           END-IF.
           PERFORM SUM-DAY-NEXT-RTN THRU SUM-DAY-NEXT-RTN-EXIT
               UNTIL BROWSE-EOF.
           EXEC CICS ENDBR FILE(TIMECRD) END-EXEC.
       SUM-DAY-RTN-EXIT. EXIT.

       SUM-DAY-NEXT-RTN.
           EXEC CICS READNEXT
               FILE(TIMECRD)
               INTO(TCD-RECORD)
               RIDFLD(WS-BR-KEY)
               RESP(TCD-RESP)
               END-EXEC.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BROWSE-EOF-SW
               IF TCD-RESP NOT = DFHRESP(ENDFILE)
                   MOVE TIMECRD TO VSAM-ERR-FILE
                   MOVE TCD-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
               END-IF
               GO TO SUM-DAY-NEXT-RTN-EXIT
           END-IF.
           IF TCD-EMP-ID NOT = PR-EMPLOYEE-ID
                   OR TCD-WORK-DATE NOT = WS-WORK-DATE
               MOVE 'Y' TO BROWSE-EOF-SW
               GO TO SUM-DAY-NEXT-RTN-EXIT
           END-IF.
           IF TCD-DEPARTMENT NOT = WS-DEPARTMENT
               ADD TCD-HOURS TO WS-DAY-HOURS
           END-IF.
       SUM-DAY-NEXT-RTN-EXIT. EXIT.

       REMOVE-TIME-RTN.
      *                                *********************************
      *                                * ONLY AN ENTRY NOT YET         *
      *                                * APPROVED MAY BE REMOVED.      *
      *                                *********************************
           PERFORM EDIT-DAY-RTN THRU EDIT-DAY-RTN-EXIT.
           IF NOT DATE-OK
               GO TO REMOVE-TIME-RTN-EXIT
           END-IF.
           MOVE PR-EMPLOYEE-ID TO TCD-EMP-ID.
           MOVE WS-WORK-DATE   TO TCD-WORK-DATE.
           MOVE WS-DEPARTMENT  TO TCD-DEPARTMENT.
           EXEC CICS READ
               FILE(TIMECRD)
               INTO(TCD-RECORD)
               RIDFLD(TCD-KEY)
               UPDATE
               RESP(TCD-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN TCD-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN TCD-RESP = DFHRESP(NOTFND)
                   MOVE NO-ENTRY-MSG TO PMSGO
                   GO TO REMOVE-TIME-RTN-EXIT
               WHEN OTHER
                   MOVE TIMECRD TO VSAM-ERR-FILE
                   MOVE TCD-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
                   GO TO REMOVE-TIME-RTN-EXIT
           END-EVALUATE.
           IF NOT TCD-ENTERED
               EXEC CICS UNLOCK
                   FILE(TIMECRD)
                   END-EXEC
               MOVE LOCKED-DATE-MSG TO PMSGO
               GO TO REMOVE-TIME-RTN-EXIT
           END-IF.
           EXEC CICS DELETE
               FILE(TIMECRD)
               RESP(TCD-RESP)
               END-EXEC.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
               MOVE TIMECRD TO VSAM-ERR-FILE
               MOVE TCD-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO REMOVE-TIME-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE REMOVED-MSG TO PMSGO.
           MOVE PR-EMPLOYEE-ID TO AUD-ACCT-NUMBER.
           MOVE 'TIMECARD REMOVED' TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RTN.
       REMOVE-TIME-RTN-EXIT. EXIT.

       APPROVE-CARD-RTN.
      *                                *********************************
      *                                * ONLY A SUPERVISOR PROFILE MAY *
      *                                * APPROVE, AND NOT A CARD WITH  *
      *                                * ANY ENTRY THEY KEYED          *
      *                                * THEMSELVES.  THE ENTRIES, THE *
      *                                * LOCK AND THE TRAIL ARE ONE    *
      *                                * UNIT OF WORK.                 *
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
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           MOVE PDIVI(1:8) TO WS-CHK-DATE.
           PERFORM EDIT-DATE-RTN THRU EDIT-DATE-RTN-EXIT.
           IF NOT DATE-OK
               MOVE BAD-THRU-MSG TO PMSGO
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           MOVE WS-CHK-DATE TO WS-WORK-DATE.
           PERFORM GET-TODAY-RTN.
           IF WS-WORK-DATE > WS-TODAY-8
               MOVE FUTURE-DATE-MSG TO PMSGO
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           PERFORM READ-LOCK-RTN THRU READ-LOCK-RTN-EXIT.
           IF TCL-RESP NOT = DFHRESP(NORMAL)
                   AND TCL-RESP NOT = DFHRESP(NOTFND)
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           IF WS-WORK-DATE NOT > WS-APPR-THRU
               MOVE OLD-THRU-MSG TO PMSGO
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           PERFORM GATHER-ENTRIES-RTN THRU GATHER-ENTRIES-RTN-EXIT.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
                   AND TCD-RESP NOT = DFHRESP(NOTFND)
                   AND TCD-RESP NOT = DFHRESP(ENDFILE)
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           IF WS-APPR-CNT > WS-APPR-MAX
               MOVE TOO-MANY-MSG TO PMSGO
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           IF SELF-KEYED
               MOVE SAME-OPER-MSG TO PMSGO
               MOVE 'DENIED - SELF APPROVE' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           MOVE DFHRESP(NORMAL) TO TCD-RESP.
           PERFORM APPROVE-ENTRY-RTN THRU APPROVE-ENTRY-RTN-EXIT
               VARYING APPR-SUB FROM 1 BY 1
               UNTIL APPR-SUB > WS-APPR-CNT
                  OR TCD-RESP NOT = DFHRESP(NORMAL).
           IF TCD-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE TIMECRD TO VSAM-ERR-FILE
               MOVE TCD-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           PERFORM SET-LOCK-RTN THRU SET-LOCK-RTN-EXIT.
           IF TCL-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE TCLOCK TO VSAM-ERR-FILE
               MOVE TCL-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO PMSGO
               GO TO APPROVE-CARD-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE WS-WORK-DATE TO WS-APPR-THRU.
           MOVE WS-APPR-CNT  TO AM-COUNT.
           MOVE WS-WORK-DATE TO AM-THRU.
           MOVE APPROVED-MSG TO PMSGO.
           MOVE SPACES TO AUD-ACTION.
           STRING 'APPROVED THRU ' WS-WORK-DATE(3:6)
               DELIMITED BY SIZE INTO AUD-ACTION.
           PERFORM WRITE-AUDIT-RTN.
       APPROVE-CARD-RTN-EXIT. EXIT.

       GATHER-ENTRIES-RTN.
      *                                *********************************
      *                                * EVERY ENTRY STILL WAITING ON  *
      *                                * APPROVAL UP TO THE DAY KEYED. *
      *                                *********************************
           MOVE 0 TO WS-APPR-CNT.
           MOVE 'N' TO SELF-SW.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE PR-EMPLOYEE-ID TO WS-BR-EMP-ID.
           MOVE 0              TO WS-BR-DATE.
           MOVE LOW-VALUES     TO WS-BR-DEPT.
           EXEC CICS STARTBR
               FILE(TIMECRD)
               RIDFLD(WS-BR-KEY)
               GTEQ
               RESP(TCD-RESP)
               END-EXEC.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
               IF TCD-RESP NOT = DFHRESP(NOTFND)
                   MOVE TIMECRD TO VSAM-ERR-FILE
                   MOVE TCD-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
               END-IF
               GO TO GATHER-ENTRIES-RTN-EXIT
           END-IF.
           PERFORM GATHER-NEXT-RTN THRU GATHER-NEXT-RTN-EXIT
               UNTIL BROWSE-EOF.
           EXEC CICS ENDBR FILE(TIMECRD) END-EXEC.
       GATHER-ENTRIES-RTN-EXIT. EXIT.

       GATHER-NEXT-RTN.
           EXEC CICS READNEXT
               FILE(TIMECRD)
               INTO(TCD-RECORD)
               RIDFLD(WS-BR-KEY)
               RESP(TCD-RESP)
               END-EXEC.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BROWSE-EOF-SW
               IF TCD-RESP NOT = DFHRESP(ENDFILE)
                   MOVE TIMECRD TO VSAM-ERR-FILE
                   MOVE TCD-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO PMSGO
               END-IF
               GO TO GATHER-NEXT-RTN-EXIT
           END-IF.
           IF TCD-EMP-ID NOT = PR-EMPLOYEE-ID
                   OR TCD-WORK-DATE > WS-WORK-DATE
               MOVE 'Y' TO BROWSE-EOF-SW
               GO TO GATHER-NEXT-RTN-EXIT
           END-IF.
           IF NOT TCD-ENTERED
               GO TO GATHER-NEXT-RTN-EXIT
           END-IF.
           IF TCD-CLERK = EIBTRMID
               MOVE 'Y' TO SELF-SW
           END-IF.
           ADD 1 TO WS-APPR-CNT.
           IF WS-APPR-CNT > WS-APPR-MAX
               MOVE 'Y' TO BROWSE-EOF-SW
               GO TO GATHER-NEXT-RTN-EXIT
           END-IF.
           MOVE TCD-KEY TO WS-APPR-KEY(WS-APPR-CNT).
       GATHER-NEXT-RTN-EXIT. EXIT.

       APPROVE-ENTRY-RTN.
           MOVE WS-APPR-KEY(APPR-SUB) TO TCD-KEY.
           EXEC CICS READ
               FILE(TIMECRD)
               INTO(TCD-RECORD)
               RIDFLD(TCD-KEY)
               UPDATE
               RESP(TCD-RESP)
               END-EXEC.
           IF TCD-RESP NOT = DFHRESP(NORMAL)
               GO TO APPROVE-ENTRY-RTN-EXIT
           END-IF.
           MOVE 'A'      TO TCD-STATUS.
           MOVE EIBTRMID TO TCD-APPROVER.
           EXEC CICS REWRITE
               FILE(TIMECRD)
               FROM(TCD-RECORD)
               RESP(TCD-RESP)
               END-EXEC.
       APPROVE-ENTRY-RTN-EXIT. EXIT.

       SET-LOCK-RTN.
           MOVE PR-EMPLOYEE-ID TO TCL-EMP-ID.
           EXEC CICS READ
               FILE(TCLOCK)
               INTO(TCL-RECORD)
               RIDFLD(TCL-EMP-ID)
               UPDATE
               RESP(TCL-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN TCL-RESP = DFHRESP(NORMAL)
                   PERFORM BUILD-LOCK-RTN
                   EXEC CICS REWRITE
                       FILE(TCLOCK)
                       FROM(TCL-RECORD)
                       RESP(TCL-RESP)
                       END-EXEC
               WHEN TCL-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO TCL-RECORD
                   MOVE PR-EMPLOYEE-ID TO TCL-EMP-ID
                   PERFORM BUILD-LOCK-RTN
                   EXEC CICS WRITE
                       FILE(TCLOCK)
                       FROM(TCL-RECORD)
                       RIDFLD(TCL-EMP-ID)
                       RESP(TCL-RESP)
                       END-EXEC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       SET-LOCK-RTN-EXIT. EXIT.

       BUILD-LOCK-RTN.
           MOVE WS-WORK-DATE TO TCL-APPR-THRU.
           MOVE EIBTRMID     TO TCL-APPROVER.
           MOVE WS-TODAY-8   TO TCL-APPR-DATE.
           MOVE WS-NOW-6     TO TCL-APPR-TIME.
       BUILD-LOCK-RTN-EXIT. EXIT.

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
      *                                * ENTRIES CARRY YYYYMMDD - RAW  *
      *                                * EIBDATE IS CICS JULIAN.       *
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
      *                                * (TS QUEUE) - WHO KEYED,       *
      *                                * REMOVED OR APPROVED TIME.     *
      *                                *********************************
           MOVE EIBTRNID  TO AUD-TRANSID.
           MOVE EIBTRMID  TO AUD-TERMID.
           MOVE 'P47PAY'  TO AUD-PROGRAM.
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
