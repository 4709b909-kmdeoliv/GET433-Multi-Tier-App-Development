      *                                * NAME/ADDRESS/CREDITS/GRAD-    *
      *                                * YEAR CHANGES AND REWRITES IT, *
      *                                * STAMPING WHO CHANGED WHAT AND *
      *                                * WHEN.  THE STPRIV FIELD SETS  *
      *                                * OR CLEARS THE STUDENT'S       *
      *                                * DIRECTORY-PRIVACY FLAG ON THE *
      *                                * STUPRIV CLUSTER.  A CHANGED   *
      *                                * ADDRESS CLEARS ANY RETURNED-  *
      *                                * MAIL FLAG ON RTNMAIL.         *
      *                                *********************************
       WORKING-STORAGE SECTION.
      *                                *********************************
          03 BAD-TRANS-MSG             PIC X(79) VALUE
              'THAT STATUS CHANGE IS NOT AN ALLOWED TRANSITION.'.
          03 WS-NEW-STAT               PIC X     VALUE SPACE.
          03 BAD-PRIV-MSG              PIC X(79) VALUE
              'DIRECTORY PRIVACY MUST BE Y (WITHHOLD) OR N (RELEASE).'.
          03 PRIV-ERR-MSG.
              05 FILLER                PIC X(42)
                 VALUE 'STUDENT UPDATED BUT PRIVACY FLAG NOT SAVED'.
              05 FILLER                PIC X(31)
                 VALUE ' - CALL OPERATIONS.  RESP='.
              05 PRIV-ERR-RESP         PIC 9(5).
          03 STUPRIV                   PIC X(8) VALUE 'STUPRIV '.
          03 PRV-RESP                  PIC 9(4)  COMP.
          03 WS-OLD-PRIV               PIC X     VALUE 'N'.
          03 WS-NEW-PRIV               PIC X     VALUE 'N'.
          03 VSAM-ERR-MSG.
              05 FILLER                PIC X(42)
                 VALUE 'STUDENT FILE ERROR - CALL OPERATIONS. RESP'.
              05 FILLER                PIC X(40) VALUE
                 'CHANGE ANY FIELD SHOWN AND PRESS ENTER '.
              05 FILLER                PIC X(39) VALUE
                 'TO SAVE.  PRIVACY Y/N.  PF3 CANCELS.  '.
      *
          03 RESP-MSG.
              05 FILLER                PIC X(37)
          03 BATCH-LOCK-MSG            PIC X(79) VALUE
              'BATCH HOLDS THE FILE - INQUIRY ONLY, TRY AGAIN SHORTLY.'.
          03 WS-OLD-NAME               PIC X(20) VALUE SPACES.
          03 WS-OLD-ADDRESS            PIC X(20) VALUE SPACES.
          03 RTNMAIL                   PIC X(8) VALUE 'RTNMAIL '.
          03 RML-RESP                  PIC 9(4)  COMP.
          03 RML-RID.
              05 RML-RID-MASTER        PIC X     VALUE 'S'.
              05 RML-RID-ID            PIC X(9)  VALUE SPACES.
          03 WS-OLD-RECORD             PIC X(80) VALUE SPACES.
          03 STAMP-DISPLAY.
              05 STAMP-USERID          PIC X(8).
       01 LOK-RECORD.
          COPY LOKREC.

       01 PRV-RECORD.
          COPY PRVREC.

      *                                *********************************
      *                                * THE ACTION TEXT CARRIES THE   *
      *                                * FULL NINE-DIGIT SSN - THE     *

           EVALUATE TRUE
               WHEN RESP = DFHRESP(NORMAL)
                   PERFORM GET-PRIVACY-RTN
                   PERFORM FORMAT-DETAIL-RTN
                   SET STEP-UPDATE TO TRUE
                   MOVE CHANGE-MSG TO SMSGO
               MOVE BAD-STAT-MSG TO SMSGO
               GO TO UPDATE-STUDENT-RTN-EXIT
           END-IF.
           MOVE STPRIVI TO WS-NEW-PRIV.
           IF WS-NEW-PRIV = LOW-VALUE OR WS-NEW-PRIV = SPACE
               MOVE WS-OLD-PRIV TO WS-NEW-PRIV
           END-IF.
           IF WS-NEW-PRIV NOT = 'Y' AND WS-NEW-PRIV NOT = 'N'
               MOVE BAD-PRIV-MSG TO SMSGO
               GO TO UPDATE-STUDENT-RTN-EXIT
           END-IF.
      *                                *********************************
      *                                * THE LIFECYCLE ONLY MOVES      *
      *                                * ALONG ALLOWED EDGES - THE     *

           MOVE WS-COMMAREA     TO WS-OLD-RECORD.
           MOVE STU-NAME        TO WS-OLD-NAME.
           MOVE STU-ADDRESS     TO WS-OLD-ADDRESS.
           MOVE STNAMEI         TO STU-NAME.
           MOVE STADDRI         TO STU-ADDRESS.
           MOVE STCREDI         TO STU-CREDITS.

           IF RESP = DFHRESP(NORMAL)
               PERFORM WRITE-RECOVERY-RTN
               MOVE UPDATED-MSG TO SMSGO
               MOVE STU-SSN(1:8) TO AUD-ACCT-NUMBER
               MOVE 'UPDATE' TO AUD-STU-VERB
               IF STU-NAME NOT = WS-OLD-NAME
                   PERFORM WRITE-ALIAS-RTN
               END-IF
               IF STU-ADDRESS NOT = WS-OLD-ADDRESS
                   PERFORM CLEAR-RETURNED-MAIL-RTN
               END-IF
               IF WS-NEW-PRIV NOT = WS-OLD-PRIV
                   PERFORM UPDATE-PRIVACY-RTN
                       THRU UPDATE-PRIVACY-RTN-EXIT
               END-IF
               PERFORM FORMAT-DETAIL-RTN
           ELSE
               MOVE RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
           SET STEP-KEY TO TRUE.
       UPDATE-STUDENT-RTN-EXIT. EXIT.

       GET-PRIVACY-RTN.
      *                                *********************************
      *                                * NO STUPRIV ROW MEANS THE      *
      *                                * STUDENT HAS NEVER ASKED TO    *
      *                                * WITHHOLD - SHOWN AS 'N'.      *
      *                                *********************************
           MOVE 'N' TO WS-OLD-PRIV.
           MOVE STU-SSN TO PRV-SSN.
           EXEC CICS READ
               FILE(STUPRIV)
               INTO(PRV-RECORD)
               RIDFLD(PRV-SSN)
               RESP(PRV-RESP)
               END-EXEC.
           IF PRV-RESP = DFHRESP(NORMAL) AND PRV-WITHHELD
               MOVE 'Y' TO WS-OLD-PRIV
           END-IF.
       GET-PRIVACY-RTN-EXIT. EXIT.

       UPDATE-PRIVACY-RTN.
      *                                *********************************
      *                                * SET OR CLEAR THE FLAG -       *
      *                                * REWRITE THE STUDENT'S ROW, OR *
      *                                * ADD ONE THE FIRST TIME THEY   *
      *                                * ASK - AND AUDIT THE CHANGE    *
      *                                * UNDER ITS OWN VERB ON STUAUD. *
      *                                *********************************
           MOVE STU-SSN TO PRV-SSN.
           EXEC CICS READ
               FILE(STUPRIV)
               INTO(PRV-RECORD)
               RIDFLD(PRV-SSN)
               UPDATE
               RESP(PRV-RESP)
               END-EXEC.
           IF PRV-RESP NOT = DFHRESP(NORMAL)
                   AND PRV-RESP NOT = DFHRESP(NOTFND)
               MOVE PRV-RESP TO PRIV-ERR-RESP
               MOVE PRIV-ERR-MSG TO SMSGO
               GO TO UPDATE-PRIVACY-RTN-EXIT
           END-IF.
           PERFORM GET-TODAY-RTN.
           IF PRV-RESP = DFHRESP(NOTFND)
               MOVE SPACES  TO PRV-RECORD
               MOVE STU-SSN TO PRV-SSN
           END-IF.
           MOVE WS-NEW-PRIV TO PRV-FLAG.
           MOVE WS-TODAY-8  TO PRV-EFF-DATE.
           MOVE EIBTRMID    TO PRV-CHG-USERID.
           MOVE WS-TODAY-8  TO PRV-CHG-DATE.
           MOVE EIBTIME     TO PRV-CHG-TIME.
           MOVE 'P44STU  '  TO PRV-CHG-PGM.
           IF PRV-RESP = DFHRESP(NORMAL)
               EXEC CICS REWRITE
                   FILE(STUPRIV)
                   FROM(PRV-RECORD)
                   RESP(PRV-RESP)
                   END-EXEC
           ELSE
               EXEC CICS WRITE
                   FILE(STUPRIV)
                   FROM(PRV-RECORD)
                   RIDFLD(PRV-SSN)
                   RESP(PRV-RESP)
                   END-EXEC
           END-IF.
           IF PRV-RESP NOT = DFHRESP(NORMAL)
               MOVE PRV-RESP TO PRIV-ERR-RESP
               MOVE PRIV-ERR-MSG TO SMSGO
               GO TO UPDATE-PRIVACY-RTN-EXIT
           END-IF.
           MOVE WS-NEW-PRIV TO WS-OLD-PRIV.
           IF WS-NEW-PRIV = 'Y'
               MOVE 'PRIVON' TO AUD-STU-VERB
           ELSE
               MOVE 'PRIVOFF' TO AUD-STU-VERB
           END-IF.
           MOVE STU-SSN TO AUD-STU-SSN.
           MOVE AUD-STU-ACTION TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RTN.
       UPDATE-PRIVACY-RTN-EXIT. EXIT.

       CHECK-BATCH-LOCK-RTN.
      *                                *********************************
      *                                * WHILE A BATCH JOB (SU41VBLD)  *
               END-EXEC.
       WRITE-ALIAS-RTN-EXIT. EXIT.

       CLEAR-RETURNED-MAIL-RTN.
      *                                *********************************
      *                                * A NEW ADDRESS TAKES THE       *
      *                                * STUDENT OFF THE RETURNED-MAIL *
      *                                * REGISTER (RTNMAIL) SO MAIL    *
      *                                * GOES OUT AGAIN.  NO ENTRY     *
      *                                * (NOTFND) IS THE USUAL CASE;   *
      *                                * ANY OTHER FAILURE IS LEFT TO  *
      *                                * THE WEEKLY WORKLIST, WHICH    *
      *                                * PURGES AN ENTRY WHOSE         *
      *                                * ADDRESS HAS CHANGED.          *
      *                                *********************************
           MOVE STU-SSN TO RML-RID-ID.
           EXEC CICS DELETE
               FILE(RTNMAIL)
               RIDFLD(RML-RID)
               RESP(RML-RESP)
               END-EXEC.
           IF RML-RESP = DFHRESP(NORMAL)
               MOVE 'MAILCLR' TO AUD-STU-VERB
               MOVE STU-SSN TO AUD-STU-SSN
               MOVE AUD-STU-ACTION TO AUD-ACTION
               PERFORM WRITE-AUDIT-RTN
           END-IF.
       CLEAR-RETURNED-MAIL-RTN-EXIT. EXIT.

       WRITE-AUDIT-RTN.
      *                                *********************************
      *                                * APPEND ONE ENTRY TO THE       *
           MOVE STU-CREDITS      TO STCREDO.
           MOVE STU-YEAR-OF-GRAD TO STYEARO.
           MOVE STU-ENROLL-STATUS TO STSTATO.
           MOVE WS-OLD-PRIV      TO STPRIVO.
      * A RECORD FRESH FROM THE SU41VBLD RELOAD HAS NEVER BEEN
      * TOUCHED ONLINE - THE STAMP IS BLANK, NOT GARBAGE.
           IF STU-LAST-CHANGED-DATE NUMERIC
