            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY LOCKSEL.
            COPY BDTSEL.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  LOCK-REC.
           COPY LOKREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

      **** RETURNED-MAIL REGISTER AND HOLD LIST - A LETTER FOR AN
      **** ADDRESS THE POST OFFICE HAS SENT MAIL BACK FROM IS HELD ****
       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * DORMANT-ACCOUNT SWEEP.  THE   *

           COPY ACCTRC.

           COPY RMLW.

      **** THE ADDRESS AS THE RETURNED-MAIL REGISTER KEEPS IT *********
       01  WS-ACCT-ADDR.
           05  WS-AA-LINE1    PIC X(25).
           05  WS-AA-LINE2    PIC X(20).
           05  WS-AA-LINE3    PIC X(15).

       01  LTR-TITLE-LINE.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE

       COPY LOCKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM90 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE 'SU41PGM90'   TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41PGM90 - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE-8 TO WS-WORK-DATE-8.
           COMPUTE WS-RUN-SERIAL = (WS-WORK-YYYY * 360) +
               (WS-WORK-MM * 30) + WS-WORK-DD.
           REWRITE ACCT-RECORD.
           MOVE 'U' TO RCV-ACTION.
           PERFORM WRITE-RECOVERY-RTN.
           MOVE ACCT-NUMBER TO DL-ACCT.
           MOVE WS-LAST-ACT TO DL-LAST-ACT.
           MOVE 'FLAGGED DORMANT             ' TO DL-NOTE.
      * THE ACCOUNT IS FLAGGED EITHER WAY - ONLY THE LETTER IS HELD
      * WHEN THE ADDRESS IS ON THE RETURNED-MAIL REGISTER.
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
               MOVE 'FLAGGED - LETTER HELD       ' TO DL-NOTE
           ELSE
               PERFORM WRITE-LETTER-RTN
           END-IF.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       SET-FLAG-RTN-EXIT. EXIT.
           MOVE WS-PRECONV-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LETTERS HELD - RETURNED MAIL            '
               TO CTL-LABEL.
           MOVE RML-HELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           DISPLAY 'ESCHEATMENT CANDIDATE BALANCES: '
                   WS-ESCHEAT-AMT.
       CONTROL-TOTAL-RTN-EXIT. EXIT.
                 OUT-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.

       COPY RMLP.
