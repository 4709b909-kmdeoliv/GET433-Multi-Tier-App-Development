                     FILE STATUS IS STMT-FS.
            SELECT EXC-FILE  ASSIGN TO EFILE
                     FILE STATUS IS EXC-FS.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       FD  EXC-FILE.
       01  EXC-REC            PIC X(80).

      **** RETURNED-MAIL REGISTER AND HOLD LIST - A STATEMENT FOR AN
      **** ADDRESS THE POST OFFICE HAS SENT MAIL BACK FROM IS HELD ****
       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MONTH-END ACCOUNT STATEMENTS. *
      *                                * OPENING BALANCE, EVERY LEDGER *
      *                                * ENTRY FOR THE MONTH WITH ITS  *
      *                                * SIGNED AMOUNT, THE INTEREST   *
      *                                * THE ACCRUAL RUN POSTED, THE   *
      *                                * SERVICE CHARGES SU41SCHG      *
      *                                * POSTED, AND THE CLOSING       *
      *                                * BALANCE - MAILED TO THE       *
      *                                * HOLDER'S NAME AND             *
      *                                * ADDRESS.  AN OPENING THAT     *
      *                                * DISAGREES WITH LAST MONTH'S   *
      *                                * CLOSING GOES TO THE EXCEPTION *
           05  WS-STMT-CNT     PIC 9(7)      VALUE 0.
           05  WS-EXC-CNT      PIC 9(7)      VALUE 0.
           05  WS-SKIP-CNT     PIC 9(7)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-OPENING      PIC S9(9)V99  VALUE 0.
           05  WS-PRIOR-CLOSE  PIC S9(9)V99  VALUE 0.
           05  PRIOR-FOUND-SW  PIC X         VALUE 'N'.
               88  FIRST-ENTRY               VALUE 'Y'.
           05  WS-LINE-AMT     PIC S9(9)V99  VALUE 0.
           05  WS-INTEREST     PIC S9(9)V99  VALUE 0.
           05  WS-SVC-CHARGE   PIC S9(9)V99  VALUE 0.
           05  WS-ENTRY-CNT    PIC 9(5)      VALUE 0.
           05  LEDGER-FS       PIC XX        VALUE '00'.
               88  LEDGER-FS-OK              VALUE '00'.

           COPY ACCTRC.

           COPY RMLW.

      **** THE ADDRESS AS THE RETURNED-MAIL REGISTER KEEPS IT *********
       01  WS-ACCT-ADDR.
           05  WS-AA-LINE1    PIC X(25).
           05  WS-AA-LINE2    PIC X(20).
           05  WS-AA-LINE3    PIC X(15).

       01  WS-NBAL-WORK.
           05  NB-ACCT        PIC X(8).
           05  NB-CLOSING     PIC S9(9)V99.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE 'SU41PGM88'   TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41PGM88 - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE '*** STATEMENT OPENING-BALANCE EXCEPTIONS ***'
               TO EXC-REC.
           WRITE EXC-REC.
           PERFORM FIND-PRIOR-RTN.
           MOVE 'Y' TO FIRST-ENTRY-SW.
           MOVE ACCT-BALANCE TO WS-OPENING.
      * A STATEMENT FOR AN ADDRESS ON THE RETURNED-MAIL REGISTER IS
      * NOT PRINTED, BUT ITS OPENING IS STILL PROVED AND ITS CLOSING
      * STILL CARRIED FORWARD.
           MOVE 'A'            TO RML-REQ-MASTER.
           MOVE ACCT-NUMBER    TO RML-REQ-ID.
           MOVE ACCT-SURNAME   TO RML-REQ-NAME.
           MOVE ACCT-ADDRESS-1 TO WS-AA-LINE1.
           MOVE ACCT-ADDRESS-2 TO WS-AA-LINE2.
           MOVE ACCT-ADDRESS-3 TO WS-AA-LINE3.
           MOVE WS-ACCT-ADDR   TO RML-REQ-ADDRESS.
           PERFORM CHECK-RETURNED-MAIL-RTN
               THRU CHECK-RETURNED-MAIL-RTN-EXIT.
           IF RML-HOLD-MAIL
               PERFORM HELD-LEDGER-RTN THRU HELD-LEDGER-RTN-EXIT
                   UNTIL LDG-EOF-SW = 'F'
                      OR LK-ACCT-NUMBER > ACCT-NUMBER
               PERFORM PROVE-OPENING-RTN
               GO TO PROCESS-ACCOUNT-NEXT-RTN
           END-IF.
           MOVE 0 TO WS-INTEREST.
           MOVE 0 TO WS-SVC-CHARGE.
           MOVE 0 TO WS-ENTRY-CNT.
           PERFORM START-STATEMENT-RTN.
           PERFORM TAKE-LEDGER-RTN THRU TAKE-LEDGER-RTN-EXIT
           IF LDG-SOURCE = 'SU41PG53'
               ADD WS-LINE-AMT TO WS-INTEREST
           END-IF.
           IF LDG-SOURCE = 'SU41SCHG'
               ADD WS-LINE-AMT TO WS-SVC-CHARGE
           END-IF.
           MOVE LK-DATE     TO ST-DATE.
           MOVE LDG-SOURCE  TO ST-SOURCE.
           MOVE WS-LINE-AMT TO ST-AMOUNT.
               AT END MOVE 'F' TO LDG-EOF-SW.
       TAKE-LEDGER-RTN-EXIT. EXIT.

       HELD-LEDGER-RTN.
      * THE SAME WALK AS TAKE-LEDGER-RTN FOR A HELD STATEMENT - ONLY
      * THE OPENING IS WANTED, NOTHING IS PRINTED.
           IF LK-ACCT-NUMBER > ACCT-NUMBER
               GO TO HELD-LEDGER-RTN-EXIT
           END-IF.
           IF LK-ACCT-NUMBER = ACCT-NUMBER
                   AND LK-DATE(1:6) = WS-MONTH
                   AND FIRST-ENTRY
               MOVE LDG-BEFORE-BALANCE TO WS-OPENING
               MOVE 'N' TO FIRST-ENTRY-SW
           END-IF.
           READ LEDGER-FILE
               AT END MOVE 'F' TO LDG-EOF-SW.
       HELD-LEDGER-RTN-EXIT. EXIT.

       FINISH-STATEMENT-RTN.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
           MOVE WS-INTEREST TO ST-BAL-AMT.
           MOVE STMT-BAL-LINE TO STMT-REC.
           WRITE STMT-REC.
      * CHARGES POST AS DEBITS, SO THE LINE PRINTS NEGATIVE.
           MOVE 'SERVICE CHARGES   ' TO ST-BAL-LABEL.
           MOVE WS-SVC-CHARGE TO ST-BAL-AMT.
           MOVE STMT-BAL-LINE TO STMT-REC.
           WRITE STMT-REC.
           MOVE 'CLOSING BALANCE   ' TO ST-BAL-LABEL.
           MOVE ACCT-BALANCE TO ST-BAL-AMT.
           MOVE STMT-BAL-LINE TO STMT-REC.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
           ADD 1 TO WS-STMT-CNT.
           PERFORM PROVE-OPENING-RTN.
       FINISH-STATEMENT-RTN-EXIT. EXIT.

       PROVE-OPENING-RTN.
      * THE PROOF: LAST MONTH'S CLOSING MUST BE THIS MONTH'S OPENING.
      * A DISAGREEMENT GOES TO THE EXCEPTION REPORT - THAT STATEMENT
      * IS PULLED FROM THE MAIL RUN AND INVESTIGATED.
               MOVE EXC-LINE TO EXC-REC
               WRITE EXC-REC
           END-IF.
       PROVE-OPENING-RTN-EXIT. EXIT.

       DISPLAY-COUNTS-RTN.
           DISPLAY 'STATEMENTS PRODUCED:  ' WS-STMT-CNT.
           DISPLAY 'OPENING EXCEPTIONS:   ' WS-EXC-CNT.
           DISPLAY 'INACTIVE SKIPPED:     ' WS-SKIP-CNT.
           DISPLAY 'HELD - RETURNED MAIL: ' RML-HELD-CNT.
           IF WS-EXC-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF PBAL-FS-OK
               CLOSE PBAL-FILE
           END-IF.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY RMLP.
