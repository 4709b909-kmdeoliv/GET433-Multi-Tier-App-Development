                     FILE STATUS IS STMT-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

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
      *                                * YEAR-END 1099-INT RUN.        *

           COPY ACCTRC.

           COPY RMLW.

      **** THE ADDRESS AS THE RETURNED-MAIL REGISTER KEEPS IT *********
       01  WS-ACCT-ADDR.
           05  WS-AA-LINE1    PIC X(25).
           05  WS-AA-LINE2    PIC X(20).
           05  WS-AA-LINE3    PIC X(15).

      **** ACCOUNT-TO-CUSTOMER LINK TABLE, LOADED FROM CUSTLINK AT
      **** START.  AN ACCOUNT WITHOUT A LINK IS ITS OWN HOLDER. ********
       01  WS-LINK-AREA VALUE SPACES.
             10  LT-CUST         PIC X(8).

      **** ONE ROW PER HOLDER - A CUSTOMER NUMBER OR AN UNLINKED
      **** ACCOUNT NUMBER - WITH THE YEAR'S COMBINED INTEREST, AND
      **** THE ACCOUNT THE RETURNED-MAIL REGISTER IS CHECKED UNDER ****
       01  WS-HOLDER-AREA VALUE SPACES.
           05  WS-HOLDER-TBL OCCURS 2000 TIMES.
             10  HT-KEY          PIC X(8).
             10  HT-ADDR         PIC X(25).
             10  HT-INTEREST     PIC S9(11)V99.
             10  HT-ACCTS        PIC 9(3).
             10  HT-RML-ACCT     PIC X(8).
             10  HT-RML-ADDR     PIC X(60).

       01  ST-HDG-LINE.
           05 FILLER          PIC X(33) VALUE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE 'SU41PGM94'   TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41PGM94 - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ LEDGER-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.
                   MOVE SPACES TO HT-ADDR(WS-HIT-SUB)
               END-IF
           END-IF.
      * THE RETURNED-MAIL REGISTER KNOWS ACCOUNTS, NOT CUSTOMERS - A
      * HOLDER IS CHECKED UNDER THE ACCOUNT THAT OPENED ITS ROW, AS
      * THAT ACCOUNT IS ADDRESSED TODAY.
           MOVE WS-CUR-ACCT TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY MOVE '23' TO ACCT-RC.
           IF ACCT-SUCCESSFUL
               MOVE ACCT-ADDRESS-1 TO WS-AA-LINE1
               MOVE ACCT-ADDRESS-2 TO WS-AA-LINE2
               MOVE ACCT-ADDRESS-3 TO WS-AA-LINE3
               MOVE WS-CUR-ACCT  TO HT-RML-ACCT(WS-HIT-SUB)
               MOVE WS-ACCT-ADDR TO HT-RML-ADDR(WS-HIT-SUB)
           END-IF.
           IF NOT CUST-FS-OK
               MOVE '00' TO CUST-FS
           END-IF.
       GET-HOLDER-NAME-RTN-EXIT. EXIT.

       PRINT-STATEMENTS-RTN.
           PERFORM PRINT-ONE-HOLDER-RTN THRU
               PRINT-ONE-HOLDER-RTN-EXIT
               VARYING HLD-SUB FROM 1 BY 1
               UNTIL HLD-SUB > WS-HOLDER-CNT.
       PRINT-STATEMENTS-RTN-EXIT. EXIT.
           END-IF.
           ADD 1 TO WS-RPT-CNT.
           ADD WS-HOLDER-TOTAL TO WS-RPT-TOTAL.
      * A HELD STATEMENT IS STILL REPORTED - IT STAYS IN THE
      * TRANSMITTAL TOTALS, ONLY THE HOLDER'S COPY IS NOT PRINTED.
           MOVE 'N' TO RML-HOLD-SW.
           IF HT-RML-ACCT(HLD-SUB) NOT = SPACES
               MOVE 'A'                  TO RML-REQ-MASTER
               MOVE HT-RML-ACCT(HLD-SUB) TO RML-REQ-ID
               MOVE HT-NAME(HLD-SUB)     TO RML-REQ-NAME
               MOVE HT-RML-ADDR(HLD-SUB) TO RML-REQ-ADDRESS
               PERFORM CHECK-RETURNED-MAIL-RTN
                   THRU CHECK-RETURNED-MAIL-RTN-EXIT
           END-IF.
           IF RML-HOLD-MAIL
               GO TO PRINT-ONE-HOLDER-RTN-EXIT
           END-IF.
           MOVE WS-YEAR TO ST-HDG-YEAR.
           MOVE ST-HDG-LINE TO STMT-REC.
           WRITE STMT-REC.
           MOVE WS-YEAR-TOTAL TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STATEMENTS HELD - RETURNED MAIL     '
               TO CTL-LABEL.
           MOVE RML-HELD-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
      * REPORTED PLUS UNDER-THRESHOLD MUST EQUAL THE YEAR'S ACCRUAL
      * POSTINGS TO THE PENNY, OR A HOLDER FELL OUT OF THE ROLL-UP.
           IF WS-RPT-TOTAL + WS-UNDER-TOTAL NOT = WS-YEAR-TOTAL
           IF LINK-FS-OK
               CLOSE LINK-FILE
           END-IF.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY RMLP.
