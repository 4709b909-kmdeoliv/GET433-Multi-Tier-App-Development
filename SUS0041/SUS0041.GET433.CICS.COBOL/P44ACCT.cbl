      *                                * STEP 'K' KEYS THE ACCOUNT     *
      *                                * NUMBER AND READS THE RECORD;  *
      *                                * STEP 'U' TAKES THE OPERATOR'S *
      *                                * CHANGES AND REWRITES IT.  A   *
      *                                * CHANGED ADDRESS CLEARS ANY    *
      *                                * RETURNED-MAIL FLAG ON RTNMAIL.*
      *                                *********************************
       WORKING-STORAGE SECTION.
      *                                *********************************
          03 WS-SAVE-CHG-USERID        PIC X(8)     VALUE SPACES.
          03 WS-SAVE-CHG-DATE          PIC 9(8)     VALUE 0.
          03 WS-SAVE-CHG-TIME          PIC 9(6)     VALUE 0.
          03 WS-SAVE-ADDRESS.
              05 WS-SAVE-ADDR-1        PIC X(25)    VALUE SPACES.
              05 WS-SAVE-ADDR-2        PIC X(20)    VALUE SPACES.
              05 WS-SAVE-ADDR-3        PIC X(15)    VALUE SPACES.
          03 STALE-MSG                 PIC X(79) VALUE
              'RECORD CHANGED BY ANOTHER OPERATOR - REVIEW AND RE-KEY.'.
          03 HELP-KEY-MSG.
          03 ACCTJRNL                  PIC X(8) VALUE 'ACCTJRNL'.
          03 LOKFILE                   PIC X(8) VALUE 'LOKFILE '.
          03 LOK-RESP                  PIC 9(4)  COMP.
          03 RTNMAIL                   PIC X(8) VALUE 'RTNMAIL '.
          03 RML-RESP                  PIC 9(4)  COMP.
          03 RML-RID.
              05 RML-RID-MASTER        PIC X     VALUE 'A'.
              05 RML-RID-ID            PIC X(9)  VALUE SPACES.
          03 LOCK-RID                  PIC X(8)  VALUE SPACES.
          03 BATCH-LOCK-SW             PIC X     VALUE 'N'.
              88 BATCH-LOCKED              VALUE 'Y'.
               RESP(SEC-RESP)
               END-EXEC.
           IF SEC-RESP NOT = DFHRESP(NORMAL)
                   OR SEC-SUSPENDED
      * DROP THE UPDATE HOLD ON THE WAY OUT, OR THE OPERATOR'S NEXT
      * ATTEMPT RE-ISSUES READ UPDATE IN THE SAME TASK AND GETS
      * INVREQ.
      *                                * PENDING FLAG UNTIL P50ACCT    *
      *                                * RULES ON IT.                  *
      *                                *********************************
           MOVE ACCT-ADDRESS-1  TO WS-SAVE-ADDR-1.
           MOVE ACCT-ADDRESS-2  TO WS-SAVE-ADDR-2.
           MOVE ACCT-ADDRESS-3  TO WS-SAVE-ADDR-3.
           MOVE SURNI           TO ACCT-SURNAME.
           MOVE FIRSTNI         TO ACCT-FIRST-NAME.
           MOVE ADDR1I          TO ACCT-ADDRESS-1.
               END-IF
               MOVE 'U' TO RCV-ACTION
               PERFORM WRITE-RECOVERY-RTN
               PERFORM CHECK-ADDRESS-CHANGE-RTN
                   THRU CHECK-ADDRESS-CHANGE-RTN-EXIT
           ELSE
               MOVE RESP TO RESP-NUMBER
               MOVE RESP-MSG TO DMSGO
               PERFORM WRITE-AUDIT-RTN
               MOVE 'U' TO RCV-ACTION
               PERFORM WRITE-RECOVERY-RTN
               PERFORM CHECK-ADDRESS-CHANGE-RTN
                   THRU CHECK-ADDRESS-CHANGE-RTN-EXIT
           ELSE
               MOVE RESP TO RESP-NUMBER
               MOVE RESP-MSG TO DMSGO
           SET STEP-KEY TO TRUE.
       QUEUE-APPROVAL-RTN-EXIT. EXIT.

       CHECK-ADDRESS-CHANGE-RTN.
      *                                *********************************
      *                                * A NEW ADDRESS TAKES THE       *
      *                                * ACCOUNT OFF THE RETURNED-MAIL *
      *                                * REGISTER (RTNMAIL) SO MAIL    *
      *                                * GOES OUT AGAIN.  NO ENTRY     *
      *                                * (NOTFND) IS THE USUAL CASE;   *
      *                                * ANY OTHER FAILURE IS LEFT TO  *
      *                                * THE WEEKLY WORKLIST, WHICH    *
      *                                * PURGES AN ENTRY WHOSE         *
      *                                * ADDRESS HAS CHANGED.          *
      *                                *********************************
           IF ACCT-ADDRESS-1 = WS-SAVE-ADDR-1
                   AND ACCT-ADDRESS-2 = WS-SAVE-ADDR-2
                   AND ACCT-ADDRESS-3 = WS-SAVE-ADDR-3
               GO TO CHECK-ADDRESS-CHANGE-RTN-EXIT
           END-IF.
           MOVE ACCT-NUMBER TO RML-RID-ID.
           EXEC CICS DELETE
               FILE(RTNMAIL)
               RIDFLD(RML-RID)
               RESP(RML-RESP)
               END-EXEC.
           IF RML-RESP = DFHRESP(NORMAL)
               MOVE ACCT-NUMBER TO AUD-ACCT-NUMBER
               MOVE 'RETURNED MAIL CLEARED' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
           END-IF.
       CHECK-ADDRESS-CHANGE-RTN-EXIT. EXIT.

       CHECK-BATCH-LOCK-RTN.
      *                                *********************************
      *                                * WHILE A BATCH JOB HOLDS THE   *
