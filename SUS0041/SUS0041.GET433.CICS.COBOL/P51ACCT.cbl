      *                                * THE ACCTJRNL RECOVERY IMAGE - *
      *                                * MAINTENANCE (P44ACCT) NO      *
      *                                * LONGER TOUCHES THE BALANCE AT *
      *                                * ALL.  A DEPOSIT CODE WITH     *
      *                                * HOLD DAYS ALSO PUTS THE       *
      *                                * AMOUNT UNDER A FUNDHOLD       *
      *                                * AVAILABILITY HOLD, AND DEBITS *
      *                                * ARE TESTED AGAINST THE        *
      *                                * AVAILABLE BALANCE (LEDGER     *
      *                                * LESS HOLDS).  NO DEBIT MAY    *
      *                                * TAKE THE LEDGER BALANCE BELOW *
      *                                * THE LIENFILE LIENS IN FORCE.  *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
          03 TRANCTL                   PIC X(8)  VALUE 'TRANCTL '.
          03 ACCTLDG                   PIC X(8)  VALUE 'ACCTLDG '.
          03 ACCTJRNL                  PIC X(8)  VALUE 'ACCTJRNL'.
          03 FUNDHOLD                  PIC X(8)  VALUE 'FUNDHOLD'.
          03 FHD-RESP                  PIC 9(4)  COMP.
          03 LOKFILE                   PIC X(8)  VALUE 'LOKFILE '.
          03 LOK-RESP                  PIC 9(4)  COMP.
          03 LOCK-RID                  PIC X(8)  VALUE SPACES.
          03 BAD-AMOUNT-MSG            PIC X(79) VALUE
              'AMOUNT MUST BE DIGITS ONLY, CENTS INCLUDED.'.
          03 OVER-CREDIT-MSG           PIC X(79) VALUE
              'POSTING WOULD EXCEED AVAILABLE BALANCE PLUS CREDIT.'.
          03 LIENFILE                  PIC X(8)  VALUE 'LIENFILE'.
          03 LIEN-RESP                 PIC 9(4)  COMP.
          03 LIEN-TOTAL                PIC 9(9)V99  VALUE 0.
          03 LIEN-DONE-SW              PIC X     VALUE 'N'.
              88 LIEN-DONE                 VALUE 'Y'.
          03 LIEN-ERROR-SW             PIC X     VALUE 'N'.
              88 LIEN-FILE-ERROR           VALUE 'Y'.
          03 LIEN-UNAVAIL-MSG          PIC X(79) VALUE
              'LIEN FILE UNAVAILABLE - DEBITS CANNOT BE CHECKED.'.
          03 LIEN-MSG                  PIC X(79) VALUE
              'POSTING WOULD DRAW ON FUNDS UNDER A LEGAL LIEN.'.
          03 HOLD-FAIL-MSG             PIC X(79) VALUE
              'HOLD COULD NOT BE RECORDED - POSTING BACKED OUT.'.
          03 POSTED-MSG                PIC X(79) VALUE
              'POSTED - KEY THE NEXT TRANSACTION OR PF3 TO RETURN.'.
          03 POSTED-HELD-MSG.
              05 FILLER                PIC X(27) VALUE
                 'POSTED - FUNDS ON HOLD TO  '.
              05 PHM-RELEASE           PIC 9(8).
              05 FILLER                PIC X(44) VALUE
                 ' - KEY THE NEXT TRANSACTION OR PF3 TO RETURN'.
          03 HELP-MSG.
              05 FILLER                PIC X(40) VALUE
                 'KEY ACCOUNT, TRAN CODE (STATUS FIELD)   '.
          03 WS-AMOUNT                 PIC 9(9)V99  VALUE 0.
          03 WS-NEW-BALANCE            PIC S9(9)V99 VALUE 0.
          03 WS-BEFORE-BALANCE         PIC S9(9)V99 VALUE 0.
          03 WS-AVAILABLE              PIC S9(9)V99 VALUE 0.
          03 WS-HOLD-AMT               PIC 9(9)V99  VALUE 0.
          03 WS-HOLD-DAYS              PIC 9(3)     VALUE 0.
          03 WS-RELEASE-ABSTIME        PIC S9(15) COMP-3 VALUE 0.
          03 WS-RELEASE-8              PIC 9(8)     VALUE 0.
          03 WS-TRAN-CODE              PIC X(4)     VALUE SPACES.
          03 AUD-POST-ACTION.
              05 AUD-POST-VERB         PIC X(8) VALUE 'POSTED  '.
       01 LDG-RECORD.
          COPY LDGREC.

       01 FHD-RECORD.
          COPY FHDREC.

       01 SEC-RECORD.
          COPY SECREC.

       01 RCV-RECORD.
          COPY RCVREC.

       01 LIEN-RECORD.
          COPY LIENREC.

       01 AUD-RECORD.
          COPY AUDITREC.

                   END-EXEC
               IF SEC-RESP NOT = DFHRESP(NORMAL)
                       OR NOT SEC-SUPERVISOR
                       OR SEC-SUSPENDED
                   EXEC CICS UNLOCK FILE(VSAMFILE) END-EXEC
                   MOVE DORMANT-MSG TO DMSGO
                   MOVE ACCT-NUMBER TO AUD-ACCT-NUMBER
           END-IF.

           MOVE ACCT-BALANCE TO WS-BEFORE-BALANCE.
           IF ACCT-HOLD-AMOUNT NUMERIC
               MOVE ACCT-HOLD-AMOUNT TO WS-HOLD-AMT
           ELSE
               MOVE 0 TO WS-HOLD-AMT
           END-IF.
           MOVE 0 TO WS-HOLD-DAYS.
           IF TRN-CREDIT
               COMPUTE WS-NEW-BALANCE = ACCT-BALANCE + WS-AMOUNT
               IF TRN-HOLD-DAYS NUMERIC
                   MOVE TRN-HOLD-DAYS TO WS-HOLD-DAYS
               END-IF
           ELSE
               COMPUTE WS-NEW-BALANCE = ACCT-BALANCE - WS-AMOUNT
           END-IF.
      *                                *********************************
      *                                * A DEBIT MAY DRAW THE          *
      *                                * AVAILABLE BALANCE - LEDGER    *
      *                                * LESS HELD DEPOSITS - NEGATIVE *
      *                                * ONLY AS FAR AS THE CREDIT     *
      *                                * LIMIT ALLOWS.                 *
      *                                *********************************
           COMPUTE WS-AVAILABLE = WS-NEW-BALANCE - WS-HOLD-AMT.
           IF TRN-DEBIT
                   AND WS-AVAILABLE < 0
               COMPUTE WS-AVAILABLE = WS-AVAILABLE * -1
               IF WS-AVAILABLE > ACCT-CREDIT-LIMIT
                   EXEC CICS UNLOCK FILE(VSAMFILE) END-EXEC
                   MOVE OVER-CREDIT-MSG TO DMSGO
                   GO TO POST-TRANSACTION-RTN-EXIT
               END-IF
           END-IF.
      *                                *********************************
      *                                * LIENED MONEY STAYS PUT - THE  *
      *                                * CREDIT LINE CANNOT BE USED TO *
      *                                * DIG UNDER IT, SO THE TEST IS  *
      *                                * ON THE LEDGER BALANCE ITSELF. *
      *                                *********************************
           IF TRN-DEBIT
               PERFORM GET-TODAY-RTN
               PERFORM SUM-LIENS-RTN THRU SUM-LIENS-RTN-EXIT
               IF LIEN-FILE-ERROR
                   EXEC CICS UNLOCK FILE(VSAMFILE) END-EXEC
                   MOVE LIEN-UNAVAIL-MSG TO DMSGO
                   GO TO POST-TRANSACTION-RTN-EXIT
               END-IF
               IF LIEN-TOTAL > 0
                       AND WS-NEW-BALANCE < LIEN-TOTAL
                   EXEC CICS UNLOCK FILE(VSAMFILE) END-EXEC
                   MOVE LIEN-MSG TO DMSGO
                   MOVE ACCT-NUMBER TO AUD-ACCT-NUMBER
                   MOVE 'DENIED - LIEN' TO AUD-ACTION
                   PERFORM WRITE-AUDIT-RTN
                   GO TO POST-TRANSACTION-RTN-EXIT
               END-IF
           END-IF.
           IF WS-HOLD-DAYS > 0
               ADD WS-AMOUNT TO WS-HOLD-AMT
           END-IF.

           MOVE WS-NEW-BALANCE TO ACCT-BALANCE.
           MOVE WS-HOLD-AMT    TO ACCT-HOLD-AMOUNT.
           MOVE EIBTRMID       TO ACCT-LAST-CHANGED-USERID.
           MOVE EIBDATE        TO ACCT-LAST-CHANGED-DATE.
           MOVE EIBTIME        TO ACCT-LAST-CHANGED-TIME.
               RESP(RESP)
               END-EXEC.
           IF RESP = DFHRESP(NORMAL)
               PERFORM WRITE-LEDGER-RTN
               PERFORM FORMAT-DETAIL-RTN
               MOVE POSTED-MSG TO DMSGO
               IF WS-HOLD-DAYS > 0
                   PERFORM WRITE-HOLD-RTN
                   IF FHD-RESP NOT = DFHRESP(NORMAL)
      * THE HOLD AMOUNT IS ALREADY ON THE ACCOUNT - WITHOUT ITS
      * FUNDHOLD RECORD THE NIGHTLY RELEASE COULD NEVER TAKE IT OFF,
      * SO THE WHOLE POSTING IS BACKED OUT INSTEAD.
                       EXEC CICS SYNCPOINT ROLLBACK END-EXEC
                       MOVE WS-BEFORE-BALANCE TO BALANCEO
                       MOVE HOLD-FAIL-MSG TO DMSGO
                       GO TO POST-TRANSACTION-RTN-EXIT
                   END-IF
                   MOVE WS-RELEASE-8 TO PHM-RELEASE
                   MOVE POSTED-HELD-MSG TO DMSGO
               END-IF
               MOVE 'U' TO RCV-ACTION
               PERFORM WRITE-RECOVERY-RTN
               MOVE ACCT-NUMBER TO AUD-ACCT-NUMBER
               END-EXEC.
       WRITE-LEDGER-RTN-EXIT. EXIT.

       WRITE-HOLD-RTN.
      *                                *********************************
      *                                * THE HOLD TAKES THE DEPOSIT'S  *
      *                                * OWN LEDGER KEY.  THE RELEASE  *
      *                                * DATE IS TODAY PLUS THE CODE'S *
      *                                * HOLD DAYS, STEPPED ON THE     *
      *                                * ABSOLUTE CLOCK SO MONTH AND   *
      *                                * YEAR ENDS COME OUT RIGHT.     *
      *                                *********************************
           MOVE LDG-ACCT-NUMBER  TO FHD-ACCT-NUMBER.
           MOVE LDG-DATE         TO FHD-DATE.
           MOVE LDG-TIME         TO FHD-TIME.
           MOVE WS-TRAN-CODE     TO FHD-TRAN-CODE.
           MOVE WS-AMOUNT        TO FHD-AMOUNT.
           COMPUTE WS-RELEASE-ABSTIME =
               WS-ABSTIME + (WS-HOLD-DAYS * 86400000).
           EXEC CICS FORMATTIME
               ABSTIME(WS-RELEASE-ABSTIME)
               YYYYMMDD(WS-RELEASE-8)
               END-EXEC.
           MOVE WS-RELEASE-8     TO FHD-RELEASE-DATE.
           MOVE 'H'              TO FHD-STATUS.
           MOVE EIBTRMID         TO FHD-USERID.
           EXEC CICS WRITE
               FILE(FUNDHOLD)
               FROM(FHD-RECORD)
               RIDFLD(FHD-KEY)
               RESP(FHD-RESP)
               END-EXEC.
       WRITE-HOLD-RTN-EXIT. EXIT.

       WRITE-RECOVERY-RTN.
           MOVE EIBDATE     TO RCV-DATE.
           MOVE EIBTIME     TO RCV-TIME.
               END-EXEC.
       WRITE-RECOVERY-RTN-EXIT. EXIT.

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
