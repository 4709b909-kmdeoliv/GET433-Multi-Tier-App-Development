      *                                * ENTRIES CROSS-REFERENCE EACH  *
      *                                * OTHER.  A CROSS-CURRENCY      *
      *                                * TRANSFER CONVERTS THROUGH THE *
      *                                * CURRCTL RATES.  DEPOSITS      *
      *                                * STILL UNDER AN AVAILABILITY   *
      *                                * HOLD CANNOT BE TRANSFERRED    *
      *                                * OUT - THE FUNDS TEST IS ON    *
      *                                * THE AVAILABLE BALANCE, AND    *
      *                                * THE FROM SIDE MAY NOT BE      *
      *                                * TAKEN BELOW ITS LIENFILE      *
      *                                * LIENS IN FORCE.               *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
          03 BAD-AMOUNT-MSG            PIC X(79) VALUE
              'AMOUNT MUST BE DIGITS ONLY, CENTS INCLUDED.'.
          03 NSF-MSG                   PIC X(79) VALUE
              'INSUFFICIENT AVAILABLE FUNDS ON THE FROM-ACCOUNT.'.
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
              'TRANSFER WOULD DRAW ON FUNDS UNDER A LEGAL LIEN.'.
          03 NO-RATE-MSG               PIC X(79) VALUE
              'CURRENCIES DIFFER AND NO CURRCTL RATE COVERS THEM.'.
          03 DONE-XFER-MSG             PIC X(79) VALUE
          03 WS-FROM-BEFORE            PIC S9(9)V99 VALUE 0.
          03 WS-TO-BEFORE              PIC S9(9)V99 VALUE 0.
          03 WS-AVAIL                  PIC S9(9)V99 VALUE 0.
          03 WS-HOLD-AMT               PIC 9(9)V99  VALUE 0.

       01 FROM-RECORD.
          COPY ACCTREC.
       01 RCV-RECORD.
          COPY RCVREC.

       01 LIEN-RECORD.
          COPY LIENREC.

       01 AUD-RECORD.
          COPY AUDITREC.

      *                                * NOW THE FROM SIDE FOR UPDATE: *
      *                                * RE-READ FRESH, RE-PROVE THE   *
      *                                * FUNDS ON THE FRESH BALANCE    *
      *                                * LESS ITS HELD DEPOSITS (THE   *
      *                                * FROM SIDE MAY GO NEGATIVE     *
      *                                * ONLY AS FAR AS ITS CREDIT     *
      *                                * LIMIT), APPLY AND             *
      *                                * REWRITE - THE HOLD IS GONE    *
      *                                * BEFORE THE TO SIDE IS TAKEN.  *
      *                                *********************************
               MOVE NOT-ACTIVE-MSG TO DMSGO
               GO TO TRANSFER-RTN-EXIT
           END-IF.
           IF ACCT-HOLD-AMOUNT NUMERIC
               MOVE ACCT-HOLD-AMOUNT TO WS-HOLD-AMT
           ELSE
               MOVE 0 TO WS-HOLD-AMT
           END-IF.
           COMPUTE WS-AVAIL = ACCT-BALANCE - WS-HOLD-AMT
                            + ACCT-CREDIT-LIMIT.
           IF WS-FROM-AMT > WS-AVAIL
               EXEC CICS UNLOCK
                   FILE(VSAMFILE)
               MOVE NSF-MSG TO DMSGO
               GO TO TRANSFER-RTN-EXIT
           END-IF.
      *                                *********************************
      *                                * LIENED MONEY STAYS ON THE     *
      *                                * FROM SIDE - ITS LEDGER        *
      *                                * BALANCE AFTER THE TRANSFER    *
      *                                * MUST STILL COVER THE LIENS IN *
      *                                * FORCE, CREDIT LINE OR NOT.    *
      *                                *********************************
           PERFORM GET-TODAY-RTN.
           PERFORM SUM-LIENS-RTN THRU SUM-LIENS-RTN-EXIT.
           IF LIEN-FILE-ERROR
               EXEC CICS UNLOCK
                   FILE(VSAMFILE)
                   END-EXEC
               MOVE LIEN-UNAVAIL-MSG TO DMSGO
               GO TO TRANSFER-RTN-EXIT
           END-IF.
           IF LIEN-TOTAL > 0
                   AND ACCT-BALANCE - WS-FROM-AMT < LIEN-TOTAL
               EXEC CICS UNLOCK
                   FILE(VSAMFILE)
                   END-EXEC
               MOVE LIEN-MSG TO DMSGO
               MOVE ACCT-NUMBER TO AUD-ACCT-NUMBER
               MOVE 'DENIED - LIEN' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
               GO TO TRANSFER-RTN-EXIT
           END-IF.
           MOVE ACCT-BALANCE TO WS-FROM-BEFORE.
           SUBTRACT WS-FROM-AMT FROM ACCT-BALANCE.
           MOVE EIBTRMID TO ACCT-LAST-CHANGED-USERID.
               END-EXEC.
       WRITE-RECOVERY-PAIR-RTN-EXIT. EXIT.

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
