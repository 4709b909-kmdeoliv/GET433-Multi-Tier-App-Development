       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41EXPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT EXP-FILE      ASSIGN TO EXFILE
                     FILE STATUS IS EXP-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT RMB-FILE      ASSIGN TO RBFILE
                     FILE STATUS IS RMB-FS.
            SELECT GL-FILE       ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY EXHSEL.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** LIMIT CARD - THE MOST ONE CLAIM MAY PAY THROUGH PAYROLL.
      **** A MISSING CARD OR A ZERO LIMIT MEANS $2,500.00. ************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-CLAIM-LIMIT PIC 9(5)V99.
           05  FILLER         PIC X(73).

      **** APPROVED TRAVEL AND MILEAGE CLAIMS FROM THE EXPENSE SYSTEM *
       FD  EXP-FILE.
           COPY EXPCLM.

       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** REIMBURSEMENTS DUE, FOR THE NEXT PAY CYCLE (SU41PGM44) *****
       FD  RMB-FILE.
           COPY EXPRMB.

      **** EVERY CLAIM EVER ACCEPTED, BY CLAIM NUMBER *****************
       FD  EXH-FILE.
       01  EXH-RECORD.
           COPY EXHREC.

       FD  GL-FILE.
       01  GL-REC.
           05  GL-RUN-DATE    PIC 9(6).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-ACCOUNT     PIC X(10).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-DR-CR       PIC X(2).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-AMOUNT      PIC S9(9)V99.
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-DESC        PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-PERIOD      PIC 9(6).
           05  FILLER         PIC X(20) VALUE SPACES.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  FP-FILE.
           COPY FPCTL.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * EXPENSE REIMBURSEMENT EDIT,   *
      *                                * RUN AHEAD OF EACH PAY CYCLE.  *
      *                                * EVERY APPROVED TRAVEL AND     *
      *                                * MILEAGE CLAIM IS CHECKED      *
      *                                * AGAINST THE PAYROLL MASTER -  *
      *                                * THE EMPLOYEE MUST BE ACTIVE - *
      *                                * AND THE PER-CLAIM LIMIT.  A   *
      *                                * CLAIM THAT PASSES GOES TO THE *
      *                                * NEXT CYCLE AS A NON-TAXABLE   *
      *                                * ADDITION TO NET PAY, AND ITS  *
      *                                * EXPENSE IS JOURNALED TO THE   *
      *                                * EMPLOYEE'S DIVISION AND       *
      *                                * DEPARTMENT AGAINST ACCRUED    *
      *                                * PAYROLL.  NO MORE SEPARATE    *
      *                                * MANUAL CHECKS.  A CLAIM       *
      *                                * NUMBER ALREADY ON THE PAID    *
      *                                * HISTORY IS NEVER PAID AGAIN.  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EXP-EOF-SW      PIC X         VALUE SPACES.
           05  PAYROLL-EOF-SW  PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  CL-FOUND-SW     PIC X         VALUE 'N'.
               88  CL-FOUND                  VALUE 'Y'.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-CLAIM-LIMIT  PIC 9(5)V99   VALUE 2500.00.
           05  WS-REPORT-RESULT PIC X        VALUE SPACES.
           05  CL-SUB          PIC 9(4)      VALUE 0.
           05  CL-HIT-SUB      PIC 9(4)      VALUE 0.
           05  WS-CL-CNT       PIC 9(4)      VALUE 0.
           05  WS-CL-MAX       PIC 9(4)      VALUE 3000.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-READ-AMT     PIC 9(9)V99   VALUE 0.
           05  WS-ACC-CNT      PIC 9(7)      VALUE 0.
           05  WS-ACC-AMT      PIC 9(9)V99   VALUE 0.
           05  WS-REJ-CNT      PIC 9(7)      VALUE 0.
           05  WS-REJ-AMT      PIC 9(9)V99   VALUE 0.
           05  WS-GL-DR-CNT    PIC 9(7)      VALUE 0.
           05  WS-GL-DR        PIC 9(11)V99  VALUE 0.
           05  WS-GL-CR-CNT    PIC 9(7)      VALUE 0.
           05  WS-GL-CR        PIC 9(11)V99  VALUE 0.
           05  WS-TRAVEL-TOT   PIC 9(11)V99  VALUE 0.
           05  WS-MILEAGE-TOT  PIC 9(11)V99  VALUE 0.
           05  WS-LINE-CNT     PIC 9(7)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  EXP-FS          PIC XX        VALUE '00'.
               88  EXP-FS-OK                 VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  RMB-FS          PIC XX        VALUE '00'.
               88  RMB-FS-OK                 VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  EXH-RC          PIC XX        VALUE '00'.
               88  EXH-OK                    VALUE '00'.
               88  EXH-NOT-FOUND             VALUE '23'.

      **** EVERY CLAIM READ.  CL-RESULT IS 'A' ACCEPTED FOR PAYMENT,
      **** 'R' REJECTED, SPACE STILL WAITING FOR THE MASTER PASS *****
       01  WS-CL-AREA.
           05  WS-CL-TBL OCCURS 3000 TIMES.
             10  CL-EMP-ID       PIC X(7).
             10  CL-CLAIM-NO     PIC X(10).
             10  CL-TYPE         PIC X(1).
             10  CL-AMOUNT       PIC 9(5)V99.
             10  CL-APPROVED-DATE PIC X(8).
             10  CL-LAST-NAME    PIC X(26).
             10  CL-RESULT       PIC X(1).
             10  CL-REASON       PIC X(20).

      **** ONE ACCUMULATOR ROW PER DIVISION/DEPARTMENT ****************
       01  WS-DD-AREA VALUE HIGH-VALUES.
           05  WS-DD-TBL OCCURS 100 TIMES INDEXED BY DD-IDX.
             10  DD-DIVISION     PIC X(10).
             10  DD-DEPARTMENT   PIC X(10).
             10  DD-TRAVEL       PIC 9(11)V99.
             10  DD-MILEAGE      PIC 9(11)V99.
       01  WS-DD-CNT           PIC 9(3)      VALUE 0.
       01  WS-DD-MAX           PIC 9(3)      VALUE 100.
       01  DD-FOUND-SW         PIC X         VALUE 'N'.
           88  DD-FOUND                      VALUE 'Y'.
       01  DD-PRT-SUB          PIC 9(3)      VALUE 0.

       COPY FPCHKW.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '   EXPENSE REIMBURSEMENT THROUGH PAYROLL'.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(9)  VALUE '  PERIOD '.
           05 HL-PERIOD       PIC 9(6).
           05 FILLER          PIC X(20) VALUE
                   '  PER-CLAIM LIMIT  '.
           05 HL-LIMIT        PIC $$,$$9.99.
           05 FILLER          PIC X(19) VALUE SPACES.

       01  SECTION-LINE.
           05 SL-TITLE        PIC X(40).
           05 FILLER          PIC X(40) VALUE SPACES.

       01  DTL-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  LAST NAME          CLAIM NO   T '.
           05 FILLER          PIC X(40) VALUE
                   'APPROVED    AMOUNT  REASON              '.

       01  DTL-LINE.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(18).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CLAIM-NO     PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-TYPE         PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-APPROVED     PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-AMOUNT       PIC $$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-REASON       PIC X(20).

       01  NONE-LINE.
           05 FILLER          PIC X(40) VALUE
                   '  NONE                                  '.
           05 FILLER          PIC X(40) VALUE SPACES.

       01  PROOF-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'DIVISION    DEPARTMENT          TRAVEL  '.
           05 FILLER          PIC X(40) VALUE
                   '       MILEAGE                          '.

       01  PROOF-LINE.
           05 PL-DIVISION     PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PL-DEPARTMENT   PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PL-TRAVEL-Z     PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PL-MILEAGE-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(26) VALUE SPACES.

       01  PROOF-TOTAL-LINE.
           05 FILLER          PIC X(24) VALUE
                   'TOTAL EXPENSE JOURNALED '.
           05 PT-TRAVEL-Z     PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PT-MILEAGE-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(26) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(34).
           05 CTL-COUNT       PIC ZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CTL-AMOUNT      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(24) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM LOAD-CLAIMS-RTN THRU LOAD-CLAIMS-RTN-EXIT
               UNTIL EXP-EOF-SW = 'F'.
           PERFORM SCAN-MASTER-RTN
               UNTIL PAYROLL-EOF-SW = 'F'.
           PERFORM NOT-ON-MASTER-RTN
               VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB > WS-CL-CNT.
           MOVE 'ACCEPTED - PAID WITH THE NEXT CYCLE     ' TO SL-TITLE.
           MOVE 'A' TO WS-REPORT-RESULT.
           PERFORM WRITE-SECTION-RTN.
           MOVE 'REJECTED - RETURNED TO THE EXPENSE DESK ' TO SL-TITLE.
           MOVE 'R' TO WS-REPORT-RESULT.
           PERFORM WRITE-SECTION-RTN.
           PERFORM WRITE-JOURNAL-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * MISSING CARD MEANS THE DEFAULT LIMIT - GET-RATE-RTN CONVENTION.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41EXPR - NO LIMIT CARD, USING DEFAULT LIMIT'
           ELSE
               READ CTL-FILE
                   AT END
                       DISPLAY 'LIMIT CARD EMPTY, USING DEFAULT'
                       MOVE 'F' TO CTL-EOF-SW
               END-READ
               IF CTL-EOF-SW NOT = 'F' AND CTL-CLAIM-LIMIT NUMERIC
                       AND CTL-CLAIM-LIMIT > 0
                   MOVE CTL-CLAIM-LIMIT TO WS-CLAIM-LIMIT
               END-IF
               CLOSE CTL-FILE
           END-IF.
           OPEN INPUT EXP-FILE.
           IF NOT EXP-FS-OK
               DISPLAY 'SU41EXPR - EXP-FILE OPEN FAILED, STATUS='
                       EXP-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41EXPR - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RMB-FILE.
           IF NOT RMB-FS-OK
               DISPLAY 'SU41EXPR - RMB-FILE OPEN FAILED, STATUS='
                       RMB-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O EXH-FILE.
           IF NOT EXH-OK
               DISPLAY 'SU41EXPR - EXH-FILE OPEN FAILED, STATUS='
                       EXH-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41EXPR - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41EXPR - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41EXPR ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * THE EXPENSE IS JOURNALED WHEN THE CLAIM IS ACCEPTED, SO THE
      * RUN MUST FALL IN AN OPEN FISCAL PERIOD - NOTHING IS PASSED
      * TO PAYROLL THAT FINANCE CANNOT BOOK.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41EXPR ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8  TO HL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO HL-PERIOD.
           MOVE WS-CLAIM-LIMIT TO HL-LIMIT.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ EXP-FILE
               AT END MOVE 'F' TO EXP-EOF-SW.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-CLAIMS-RTN.
      * THE FIELD EDITS NEED NOTHING BUT THE CLAIM ITSELF; WHETHER
      * THE EMPLOYEE IS STILL ACTIVE WAITS FOR THE MASTER PASS.
           ADD 1 TO WS-READ-CNT.
           ADD 1 TO WS-CL-CNT.
           IF WS-CL-CNT > WS-CL-MAX
               DISPLAY 'SU41EXPR ABEND - CLAIM TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CL-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE WS-CL-CNT         TO CL-HIT-SUB.
           MOVE ECL-EMP-ID        TO CL-EMP-ID(CL-HIT-SUB).
           MOVE ECL-CLAIM-NO      TO CL-CLAIM-NO(CL-HIT-SUB).
           MOVE ECL-TYPE          TO CL-TYPE(CL-HIT-SUB).
           MOVE ECL-APPROVED-DATE TO CL-APPROVED-DATE(CL-HIT-SUB).
           MOVE SPACES            TO CL-LAST-NAME(CL-HIT-SUB).
           MOVE SPACES            TO CL-RESULT(CL-HIT-SUB).
           MOVE SPACES            TO CL-REASON(CL-HIT-SUB).
           IF ECL-AMOUNT NOT NUMERIC
               MOVE 0 TO CL-AMOUNT(CL-HIT-SUB)
           ELSE
               MOVE ECL-AMOUNT TO CL-AMOUNT(CL-HIT-SUB)
           END-IF.
           ADD CL-AMOUNT(CL-HIT-SUB) TO WS-READ-AMT.
           IF CL-AMOUNT(CL-HIT-SUB) = 0
               MOVE 'AMOUNT MISSING/ZERO ' TO CL-REASON(CL-HIT-SUB)
               GO TO LOAD-CLAIMS-RTN-REJECT
           END-IF.
           IF NOT ECL-TRAVEL AND NOT ECL-MILEAGE
               MOVE 'CLAIM TYPE INVALID  ' TO CL-REASON(CL-HIT-SUB)
               GO TO LOAD-CLAIMS-RTN-REJECT
           END-IF.
           IF ECL-APPROVED-DATE NOT NUMERIC OR ECL-APPROVED-DATE = 0
               MOVE 'NO APPROVAL DATE    ' TO CL-REASON(CL-HIT-SUB)
               GO TO LOAD-CLAIMS-RTN-REJECT
           END-IF.
           IF CL-AMOUNT(CL-HIT-SUB) > WS-CLAIM-LIMIT
               MOVE 'OVER PER-CLAIM LIMIT' TO CL-REASON(CL-HIT-SUB)
               GO TO LOAD-CLAIMS-RTN-REJECT
           END-IF.
      * THE SAME CLAIM NUMBER TWICE IS A RESENT FEED - PAID ONCE.
           MOVE 'N' TO CL-FOUND-SW.
           PERFORM MATCH-CLAIM-RTN
               VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB NOT < CL-HIT-SUB OR CL-FOUND.
           IF CL-FOUND
               MOVE 'DUPLICATE CLAIM NO  ' TO CL-REASON(CL-HIT-SUB)
               GO TO LOAD-CLAIMS-RTN-REJECT
           END-IF.
      * SO IS ONE RESENT IN A LATER FEED - THE PAID HISTORY HOLDS
      * EVERY CLAIM NUMBER AN EARLIER RUN SENT TO PAYROLL.
           MOVE ECL-CLAIM-NO TO EXH-CLAIM-NO.
           READ EXH-FILE
               INVALID KEY MOVE '23' TO EXH-RC.
           IF EXH-OK
               MOVE 'ALREADY PAID        ' TO CL-REASON(CL-HIT-SUB)
               GO TO LOAD-CLAIMS-RTN-REJECT
           END-IF.
           IF NOT EXH-NOT-FOUND
               DISPLAY 'SU41EXPR ABEND - EXH-FILE READ FAILED, CLAIM='
                       ECL-CLAIM-NO ' STATUS=' EXH-RC
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           GO TO LOAD-CLAIMS-RTN-READ.
       LOAD-CLAIMS-RTN-REJECT.
           MOVE CL-HIT-SUB TO CL-SUB.
           PERFORM REJECT-CLAIM-RTN.
       LOAD-CLAIMS-RTN-READ.
           READ EXP-FILE
               AT END MOVE 'F' TO EXP-EOF-SW.
       LOAD-CLAIMS-RTN-EXIT. EXIT.

       MATCH-CLAIM-RTN.
           IF CL-CLAIM-NO(CL-SUB) = ECL-CLAIM-NO
               MOVE 'Y' TO CL-FOUND-SW
           END-IF.
       MATCH-CLAIM-RTN-EXIT. EXIT.

       REJECT-CLAIM-RTN.
           MOVE 'R' TO CL-RESULT(CL-SUB).
           ADD 1 TO WS-REJ-CNT.
           ADD CL-AMOUNT(CL-SUB) TO WS-REJ-AMT.
       REJECT-CLAIM-RTN-EXIT. EXIT.

       SCAN-MASTER-RTN.
      * ONE PASS OF THE MASTER - EVERY CLAIM FOR THE EMPLOYEE PICKS
      * UP THE NAME, AND EVERY ONE THAT PASSED THE FIELD EDITS IS
      * ACCEPTED OR REJECTED ON THE EMPLOYEE'S STATUS.
           PERFORM APPLY-MASTER-RTN THRU APPLY-MASTER-RTN-EXIT
               VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB > WS-CL-CNT.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       SCAN-MASTER-RTN-EXIT. EXIT.

       APPLY-MASTER-RTN.
           IF CL-EMP-ID(CL-SUB) NOT = PR-EMPLOYEE-ID
               GO TO APPLY-MASTER-RTN-EXIT
           END-IF.
           MOVE PR-LAST-NAME TO CL-LAST-NAME(CL-SUB).
           IF CL-RESULT(CL-SUB) NOT = SPACES
               GO TO APPLY-MASTER-RTN-EXIT
           END-IF.
      * ONLY AN ACTIVE EMPLOYEE IS ON THE NEXT CYCLE TO BE PAID - A
      * TERMINATED ONE IS REIMBURSED WITH THE FINAL PAY INSTEAD.
           IF NOT PR-STAT-ACTIVE
               MOVE 'EMPLOYEE NOT ACTIVE ' TO CL-REASON(CL-SUB)
               PERFORM REJECT-CLAIM-RTN
               GO TO APPLY-MASTER-RTN-EXIT
           END-IF.
           PERFORM ACCEPT-CLAIM-RTN.
       APPLY-MASTER-RTN-EXIT. EXIT.

       ACCEPT-CLAIM-RTN.
           MOVE SPACES                TO EXPENSE-REIMB-RECORD.
           MOVE CL-EMP-ID(CL-SUB)     TO ERB-EMP-ID.
           MOVE CL-CLAIM-NO(CL-SUB)   TO ERB-CLAIM-NO.
           MOVE CL-TYPE(CL-SUB)       TO ERB-TYPE.
           MOVE CL-AMOUNT(CL-SUB)     TO ERB-AMOUNT.
           MOVE PR-DIVISION           TO ERB-DIVISION.
           MOVE PR-DEPARTMENT         TO ERB-DEPARTMENT.
           MOVE WS-RUN-DATE-8         TO ERB-EDIT-DATE.
           WRITE EXPENSE-REIMB-RECORD.
           MOVE SPACES                   TO EXH-RECORD.
           MOVE CL-CLAIM-NO(CL-SUB)      TO EXH-CLAIM-NO.
           MOVE CL-EMP-ID(CL-SUB)        TO EXH-EMP-ID.
           MOVE CL-TYPE(CL-SUB)          TO EXH-TYPE.
           MOVE CL-AMOUNT(CL-SUB)        TO EXH-AMOUNT.
           MOVE CL-APPROVED-DATE(CL-SUB) TO EXH-APPROVED-DATE.
           MOVE WS-RUN-DATE-8            TO EXH-EDIT-DATE.
           MOVE FP-RUN-PERIOD            TO EXH-PERIOD.
           WRITE EXH-RECORD
               INVALID KEY MOVE '22' TO EXH-RC.
           IF NOT EXH-OK
               DISPLAY 'SU41EXPR EXH-FILE UPDATE FAILED CLAIM='
                       CL-CLAIM-NO(CL-SUB) ' STATUS=' EXH-RC
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE 'A' TO CL-RESULT(CL-SUB).
           ADD 1 TO WS-ACC-CNT.
           ADD CL-AMOUNT(CL-SUB) TO WS-ACC-AMT.
           PERFORM TALLY-DD-RTN.
       ACCEPT-CLAIM-RTN-EXIT. EXIT.

       TALLY-DD-RTN.
           MOVE 'N' TO DD-FOUND-SW.
           IF WS-DD-CNT > 0
               SET DD-IDX TO 1
               PERFORM SEARCH-DD-RTN
                   UNTIL DD-FOUND OR DD-IDX > WS-DD-CNT
           END-IF.
           IF NOT DD-FOUND
               IF WS-DD-CNT NOT < WS-DD-MAX
                   DISPLAY 'SU41EXPR ABEND - DIV/DEPT TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-DD-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-DD-CNT
               SET DD-IDX TO WS-DD-CNT
               MOVE PR-DIVISION   TO DD-DIVISION(DD-IDX)
               MOVE PR-DEPARTMENT TO DD-DEPARTMENT(DD-IDX)
               MOVE 0 TO DD-TRAVEL(DD-IDX)
               MOVE 0 TO DD-MILEAGE(DD-IDX)
           END-IF.
           IF CL-TYPE(CL-SUB) = 'T'
               ADD CL-AMOUNT(CL-SUB) TO DD-TRAVEL(DD-IDX)
               ADD CL-AMOUNT(CL-SUB) TO WS-TRAVEL-TOT
           ELSE
               ADD CL-AMOUNT(CL-SUB) TO DD-MILEAGE(DD-IDX)
               ADD CL-AMOUNT(CL-SUB) TO WS-MILEAGE-TOT
           END-IF.
       TALLY-DD-RTN-EXIT. EXIT.

       SEARCH-DD-RTN.
           IF DD-DIVISION(DD-IDX) = PR-DIVISION
                   AND DD-DEPARTMENT(DD-IDX) = PR-DEPARTMENT
               MOVE 'Y' TO DD-FOUND-SW
           ELSE
               SET DD-IDX UP BY 1
           END-IF.
       SEARCH-DD-RTN-EXIT. EXIT.

       NOT-ON-MASTER-RTN.
      * A CLAIM THE MASTER PASS NEVER REACHED - THE EMPLOYEE ID IS
      * NOT ON THE PAYROLL MASTER AT ALL.
           IF CL-RESULT(CL-SUB) = SPACES
               MOVE 'NOT ON MASTER       ' TO CL-REASON(CL-SUB)
               PERFORM REJECT-CLAIM-RTN
           END-IF.
       NOT-ON-MASTER-RTN-EXIT. EXIT.

       WRITE-SECTION-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE DTL-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO WS-LINE-CNT.
           PERFORM WRITE-DETAIL-RTN
               VARYING CL-SUB FROM 1 BY 1
               UNTIL CL-SUB > WS-CL-CNT.
           IF WS-LINE-CNT = 0
               MOVE NONE-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       WRITE-SECTION-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
           IF CL-RESULT(CL-SUB) = WS-REPORT-RESULT
               ADD 1 TO WS-LINE-CNT
               MOVE CL-EMP-ID(CL-SUB)        TO DL-EMP-ID
               MOVE CL-LAST-NAME(CL-SUB)     TO DL-NAME
               MOVE CL-CLAIM-NO(CL-SUB)      TO DL-CLAIM-NO
               MOVE CL-TYPE(CL-SUB)          TO DL-TYPE
               MOVE CL-APPROVED-DATE(CL-SUB) TO DL-APPROVED
               MOVE CL-AMOUNT(CL-SUB)        TO DL-AMOUNT
               MOVE CL-REASON(CL-SUB)        TO DL-REASON
               MOVE DTL-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       WRITE-JOURNAL-RTN.
      * ONE DEBIT PER DIVISION/DEPARTMENT FOR EACH KIND OF EXPENSE,
      * OFFSET BY ONE ACCRUED-PAYROLL CREDIT FOR THE RUN TOTAL - THE
      * SAME SHAPE AS THE LABOR-COST JOURNAL (SU41PGM45), SO THE
      * PAYROLL THAT PAYS THE CLAIMS CLEARS THE SAME ACCOUNT.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EXPENSE JOURNAL BY DIVISION/DEPARTMENT  ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE PROOF-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-DD-JOURNAL-RTN
               VARYING DD-PRT-SUB FROM 1 BY 1
               UNTIL DD-PRT-SUB > WS-DD-CNT.
           IF WS-DD-CNT = 0
               MOVE NONE-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-ACC-AMT > 0
               MOVE SPACES         TO GL-REC
               MOVE WS-RUN-DATE    TO GL-RUN-DATE
               MOVE FP-RUN-PERIOD  TO GL-PERIOD
               MOVE 'ACCR-PAYRL'   TO GL-ACCOUNT
               MOVE 'CR'           TO GL-DR-CR
               MOVE WS-ACC-AMT     TO GL-AMOUNT
               MOVE 'EXPENSE REIMBURSEMENT DUE' TO GL-DESC
               WRITE GL-REC
               ADD 1 TO WS-GL-CR-CNT
               ADD WS-ACC-AMT TO WS-GL-CR
           END-IF.
           MOVE WS-TRAVEL-TOT  TO PT-TRAVEL-Z.
           MOVE WS-MILEAGE-TOT TO PT-MILEAGE-Z.
           MOVE PROOF-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-JOURNAL-RTN-EXIT. EXIT.

       WRITE-DD-JOURNAL-RTN.
           SET DD-IDX TO DD-PRT-SUB.
           IF DD-TRAVEL(DD-IDX) > 0
               MOVE SPACES         TO GL-REC
               MOVE WS-RUN-DATE    TO GL-RUN-DATE
               MOVE FP-RUN-PERIOD  TO GL-PERIOD
               MOVE 'TRAVEL-EXP'   TO GL-ACCOUNT
               MOVE 'DR'           TO GL-DR-CR
               MOVE DD-TRAVEL(DD-IDX) TO GL-AMOUNT
               MOVE SPACES         TO GL-DESC
               STRING 'TRAVEL ' DD-DIVISION(DD-IDX) ' '
                      DD-DEPARTMENT(DD-IDX)
                      DELIMITED BY SIZE INTO GL-DESC
               WRITE GL-REC
               ADD 1 TO WS-GL-DR-CNT
               ADD DD-TRAVEL(DD-IDX) TO WS-GL-DR
           END-IF.
           IF DD-MILEAGE(DD-IDX) > 0
               MOVE SPACES         TO GL-REC
               MOVE WS-RUN-DATE    TO GL-RUN-DATE
               MOVE FP-RUN-PERIOD  TO GL-PERIOD
               MOVE 'MILEAGE-EX'   TO GL-ACCOUNT
               MOVE 'DR'           TO GL-DR-CR
               MOVE DD-MILEAGE(DD-IDX) TO GL-AMOUNT
               MOVE SPACES         TO GL-DESC
               STRING 'MILEAGE ' DD-DIVISION(DD-IDX) ' '
                      DD-DEPARTMENT(DD-IDX)
                      DELIMITED BY SIZE INTO GL-DESC
               WRITE GL-REC
               ADD 1 TO WS-GL-DR-CNT
               ADD DD-MILEAGE(DD-IDX) TO WS-GL-DR
           END-IF.
           MOVE DD-DIVISION(DD-IDX)   TO PL-DIVISION.
           MOVE DD-DEPARTMENT(DD-IDX) TO PL-DEPARTMENT.
           MOVE DD-TRAVEL(DD-IDX)     TO PL-TRAVEL-Z.
           MOVE DD-MILEAGE(DD-IDX)    TO PL-MILEAGE-Z.
           MOVE PROOF-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DD-JOURNAL-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CLAIMS READ                       ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE WS-READ-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  ACCEPTED - DUE NEXT PAY CYCLE   ' TO CTL-LABEL.
           MOVE WS-ACC-CNT TO CTL-COUNT.
           MOVE WS-ACC-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  REJECTED                        ' TO CTL-LABEL.
           MOVE WS-REJ-CNT TO CTL-COUNT.
           MOVE WS-REJ-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'JOURNAL DEBITS - EXPENSE BY DEPT  ' TO CTL-LABEL.
           MOVE WS-GL-DR-CNT TO CTL-COUNT.
           MOVE WS-GL-DR TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'JOURNAL CREDITS - ACCRUED PAYROLL ' TO CTL-LABEL.
           MOVE WS-GL-CR-CNT TO CTL-COUNT.
           MOVE WS-GL-CR TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           IF WS-GL-DR NOT = WS-GL-CR
               DISPLAY 'SU41EXPR - JOURNAL OUT OF BALANCE, DR='
                       WS-GL-DR ' CR=' WS-GL-CR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJ-CNT > 0
                   DISPLAY 'SU41EXPR - ' WS-REJ-CNT
                           ' CLAIMS REJECTED - SEE REPORT'
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE EXP-FILE PAYROLL-FILE RMB-FILE GL-FILE OUT-FILE
                 EXH-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY FPCHKP.

       COPY BDTP.
