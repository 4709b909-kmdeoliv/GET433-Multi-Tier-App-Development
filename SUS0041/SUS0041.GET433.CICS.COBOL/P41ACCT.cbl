           'NO SECURITY PROFILE ON FILE FOR THIS OPERATOR - CALL OPS.'.
       01 NOT-AUTH-MSG        PIC X(79) VALUE
           'YOUR PROFILE DOES NOT ALLOW THAT FUNCTION.'.
       01 SUSPENDED-MSG       PIC X(79) VALUE
           'YOUR SECURITY PROFILE IS SUSPENDED - CALL OPS.'.
       01 SEC-RECORD.
          COPY SECREC.
       01 WS-ABSTIME          PIC S9(15) COMP-3 VALUE 0.
       01 WS-TODAY-8          PIC 9(8)  VALUE 0.

       01 TS-QUEUE            PIC X(8)  VALUE 'ACCTAUD '.
       01 AUD-RECORD.
                    PERFORM RESEND-MENU
                    GO TO RECEIVE-MENU
                END-IF
      * A LEAVER'S PROFILE IS SUSPENDED BY THE NIGHTLY
      * RECERTIFICATION RUN, NOT DELETED - IT STOPS HERE.
                IF SEC-SUSPENDED
                    MOVE SPACES TO AUD-ACCT-NUMBER
                    MOVE 'DENIED - SUSPENDED' TO AUD-ACTION
                    PERFORM WRITE-AUDIT-RTN
                    MOVE SUSPENDED-MSG TO MMSGO
                    PERFORM RESEND-MENU
                    GO TO RECEIVE-MENU
                END-IF
                IF (MOPT-MAINTENANCE OR MOPT-OPEN OR MOPT-APPROVE)
                        AND SEC-INQUIRY-ONLY
                    MOVE SPACES TO AUD-ACCT-NUMBER
                MOVE SPACES TO AUD-ACCT-NUMBER
                MOVE MOPT-PGM(MOPTI) TO AUD-ACTION
                PERFORM WRITE-AUDIT-RTN
                PERFORM STAMP-LAST-USED-RTN
                    THRU STAMP-LAST-USED-RTN-EXIT
                EXEC CICS XCTL
                    PROGRAM(MOPT-PGM(MOPTI))
                    RESP(RESP)
               END-EXEC.
       WRITE-AUDIT-RTN-EXIT. EXIT.

       STAMP-LAST-USED-RTN.
      *                                *********************************
      *                                * EVERY FUNCTION IS REACHED     *
      *                                * THROUGH THIS MENU, SO THE     *
      *                                * PROFILE'S LAST-USED DATE IS   *
      *                                * STAMPED HERE - ONCE A DAY -   *
      *                                * FOR THE NIGHTLY RECERTIFI-    *
      *                                * CATION RUN (SU41OPRC) TO      *
      *                                * JUDGE IDLE PROFILES BY.  A    *
      *                                * FAILED STAMP NEVER STOPS THE  *
      *                                * OPERATOR GETTING IN.          *
      *                                *********************************
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
               END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-8)
               END-EXEC.
           IF SEC-LAST-USED = WS-TODAY-8
               GO TO STAMP-LAST-USED-RTN-EXIT
           END-IF.
           EXEC CICS READ
               FILE(SECPROF)
               INTO(SEC-RECORD)
               RIDFLD(SEC-USERID)
               UPDATE
               RESP(SEC-RESP)
               END-EXEC.
           IF SEC-RESP NOT = DFHRESP(NORMAL)
               GO TO STAMP-LAST-USED-RTN-EXIT
           END-IF.
           MOVE WS-TODAY-8 TO SEC-LAST-USED.
           EXEC CICS REWRITE
               FILE(SECPROF)
               FROM(SEC-RECORD)
               RESP(SEC-RESP)
               END-EXEC.
           IF SEC-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK
                   FILE(SECPROF)
                   END-EXEC
           END-IF.
       STAMP-LAST-USED-RTN-EXIT. EXIT.

       COPY SESSTO.
      *                                *********************************
