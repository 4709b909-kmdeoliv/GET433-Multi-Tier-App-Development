              05 RESP-NUMBER           PIC 9(5).
          03 DENY-SHOW-MSG             PIC X(79) VALUE
              'DENIED-PARTY HIT AT OPEN - A ACTIVATES, R CLOSES.'.
          03 REVIEW-SHOW-MSG.
              05 FILLER                PIC X(22) VALUE
                 'LIMIT REVIEW  NEW LIM '.
              05 SHOW-REVIEW-LIM       PIC ZZZZZZZZ9.99.
              05 FILLER                PIC X(22) VALUE
                 '  A=APPROVE  R=REJECT.'.
          03 PEND-SHOW-MSG.
              05 FILLER                PIC X(6)  VALUE 'MAKER '.
              05 SHOW-MAKER            PIC X(8).
                       MOVE 'DENIED - SELF APPROVE' TO AUD-ACTION
                       PERFORM WRITE-AUDIT-RTN
                   ELSE
                       EVALUATE TRUE
                           WHEN APR-DENY-HIT
                               MOVE APR-ACCT-NUMBER TO ACCOUNTO
                               MOVE DENY-SHOW-MSG TO DMSGO
                           WHEN APR-LIMIT-REVIEW
                               PERFORM SHOW-PENDING-RTN
                               MOVE APR-NEW-LIMIT TO SHOW-REVIEW-LIM
                               MOVE REVIEW-SHOW-MSG TO DMSGO
                           WHEN OTHER
                               PERFORM SHOW-PENDING-RTN
                       END-EVALUATE
                       SET STEP-RULE TO TRUE
                   END-IF
               WHEN RESP = DFHRESP(NOTFND)
               GO TO RULE-ON-CHANGE-RTN-EXIT
           END-IF.
           MOVE WS-COMMAREA TO WS-BEFORE-IMAGE.
      * A REVIEW RECOMMENDATION WAS QUEUED BY THE BATCH RUN - MONEY
      * HAS MOVED SINCE, SO ITS BALANCE IS TAKEN FROM THE ACCOUNT AS
      * IT STANDS AND ONLY THE LIMIT CHANGES.
           IF APR-LIMIT-REVIEW
               MOVE ACCT-BALANCE TO APR-OLD-BALANCE
               MOVE ACCT-BALANCE TO APR-NEW-BALANCE
           END-IF.
           IF STATI(1:1) = 'A'
               PERFORM APPLY-CHANGE-RTN
           ELSE
