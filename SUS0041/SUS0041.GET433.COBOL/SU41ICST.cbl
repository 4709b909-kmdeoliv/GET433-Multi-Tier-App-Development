       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41ICST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ICL-FILE  ASSIGN TO ICLEDGR
                     FILE STATUS IS ICL-FS.
            SELECT PRD-FILE  ASSIGN TO PRDCARD
                     FILE STATUS IS PRD-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY FPSEL.
       DATA DIVISION.
       FILE SECTION.
      **** INTERCAMPUS LEDGER - EVERY NIGHTLY RUN'S GROSS FIGURES, BY
      **** DIRECTION, AS BOOKED TO THE GL *****************************
       FD  ICL-FILE.
           COPY ICLREC.

      **** SETTLEMENT PERIOD CARD - THE FISCAL PERIOD (YYYYMM) TO
      **** SETTLE.  A MISSING OR BLANK CARD SETTLES THE PERIOD TODAY
      **** FALLS IN, THE NORMAL MONTH-END CASE. ***********************
       FD  PRD-FILE.
       01  PRD-REC.
           05  PRD-PERIOD     PIC 9(6).
           05  FILLER         PIC X(74).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  FP-FILE.
           COPY FPCTL.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MONTH-END INTERCAMPUS         *
      *                                * SETTLEMENT.  TOTALS WHAT EACH *
      *                                * CAMPUS TOOK IN DURING THE     *
      *                                * PERIOD FOR THE OTHER'S        *
      *                                * STUDENTS, FROM THE LEDGER THE *
      *                                * NIGHTLY DUE-TO/DUE-FROM RUN   *
      *                                * (SU41ICGL) KEEPS, AND STATES  *
      *                                * WHAT EACH CAMPUS OWES THE     *
      *                                * OTHER - THE FIGURE THE TWO    *
      *                                * BUSINESS OFFICES SETTLE AND   *
      *                                * THAT CLEARS THE DUE-TO AND    *
      *                                * DUE-FROM BALANCES IN THE GL.  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  ICL-EOF-SW      PIC X         VALUE SPACES.
           05  PRD-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-PERIOD       PIC 9(6)      VALUE 0.
           05  WS-FIND-CAMPUS  PIC X         VALUE SPACE.
           05  WS-FIND-SUB     PIC 9(2)      VALUE 0.
           05  WS-OWING-SUB    PIC 9(2)      VALUE 0.
           05  WS-OWED-SUB     PIC 9(2)      VALUE 0.
           05  WS-CAMP-MAX     PIC 9(2)      VALUE 9.
           05  WS-CAMP-CNT     PIC 9(2)      VALUE 0.
           05  WS-NET-AMT      PIC S9(9)V99  VALUE 0.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-RUN-CNT      PIC 9(5)      VALUE 0.
           05  WS-DUE-CNT      PIC 9(7)      VALUE 0.
           05  WS-DUE-AMT      PIC S9(9)V99  VALUE 0.
           05  WS-PAIR-CNT     PIC 9(5)      VALUE 0.
           05  ICL-FS          PIC XX        VALUE '00'.
               88  ICL-FS-OK                 VALUE '00'.
           05  PRD-FS          PIC XX        VALUE '00'.
               88  PRD-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** CAMPUSES MET IN THE PERIOD AND THE PERIOD'S GROSS EACH WAY
      **** - OWE(I, J) IS MONEY CAMPUS I TOOK IN FOR CAMPUS J ********
       01  WS-CAMP-AREA VALUE SPACES.
           05  WS-CAMP-CODE    PIC X     OCCURS 9 TIMES.
       01  WS-OWE-AREA VALUE ZEROES.
           05  WS-OWE-ROW OCCURS 9 TIMES.
             10  WS-OWE OCCURS 9 TIMES.
               15  OWE-CNT       PIC 9(7).
               15  OWE-AMT       PIC S9(9)V99.
       01  OWE-SUB-I           PIC 9(2)      VALUE 1.
       01  OWE-SUB-J           PIC 9(2)      VALUE 1.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'INTERCAMPUS SETTLEMENT - MONTH END      '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(11) VALUE 'RUN DATE:  '.
           05 HDG-RUN-DATE    PIC 9(8).
           05 FILLER          PIC X(12) VALUE '   PERIOD:  '.
           05 HDG-PERIOD      PIC 9(6).
           05 FILLER          PIC X(43) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   '  NIGHTLY RUN  RECEIVED AT  STUDENT OF  '.
           05 FILLER          PIC X(40) VALUE
                   '  POSTINGS           AMOUNT            '.

       01  DAY-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DY-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(8)  VALUE SPACES.
           05 DY-OWING        PIC X.
           05 FILLER          PIC X(12) VALUE SPACES.
           05 DY-OWED         PIC X.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 DY-COUNT        PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DY-AMOUNT       PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(15) VALUE SPACES.

       01  GROSS-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(7)  VALUE 'CAMPUS '.
           05 GR-OWING        PIC X.
           05 FILLER          PIC X(24) VALUE
                   ' TOOK IN FOR CAMPUS     '.
           05 GR-OWED         PIC X.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 GR-COUNT        PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 GR-AMOUNT       PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(15) VALUE SPACES.

       01  NET-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(11) VALUE '*** CAMPUS '.
           05 NL-DEBTOR       PIC X.
           05 FILLER          PIC X(13) VALUE ' OWES CAMPUS '.
           05 NL-CREDITOR     PIC X.
           05 FILLER          PIC X(11) VALUE SPACES.
           05 NL-AMOUNT       PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(25) VALUE SPACES.

       01  EVEN-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(13) VALUE '*** CAMPUSES '.
           05 EL-CAMPUS-1     PIC X.
           05 FILLER          PIC X(5)  VALUE ' AND '.
           05 EL-CAMPUS-2     PIC X.
           05 FILLER          PIC X(30) VALUE
                   ' ARE EVEN - NOTHING TO SETTLE'.
           05 FILLER          PIC X(26) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(30).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(25) VALUE SPACES.

       COPY FPCHKW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-PERIOD-RTN THRU GET-PERIOD-RTN-EXIT.
           PERFORM PRINT-HEADING-RTN.
           PERFORM READ-LEDGER-RTN THRU READ-LEDGER-RTN-EXIT
              UNTIL ICL-EOF-SW = 'F'.
           PERFORM PRINT-SETTLEMENT-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT ICL-FILE.
           IF NOT ICL-FS-OK
               DISPLAY 'SU41ICST - ICL-FILE OPEN FAILED, STATUS='
                       ICL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41ICST - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           READ ICL-FILE
               AT END MOVE 'F' TO ICL-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-PERIOD-RTN.
      * THE CARD WINS.  WITHOUT ONE THE PERIOD TODAY FALLS IN IS
      * SETTLED - OPEN OR ALREADY CLOSED, SINCE A REPORT POSTS
      * NOTHING.
           OPEN INPUT PRD-FILE.
           IF PRD-FS-OK
               READ PRD-FILE
                   AT END MOVE 'F' TO PRD-EOF-SW
               END-READ
               IF PRD-EOF-SW NOT = 'F' AND PRD-PERIOD NUMERIC
                   MOVE PRD-PERIOD TO WS-PERIOD
               END-IF
               CLOSE PRD-FILE
           END-IF.
           IF WS-PERIOD > 0
               GO TO GET-PERIOD-RTN-EXIT
           END-IF.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF FP-RUN-PERIOD = 0
               DISPLAY 'SU41ICST ABEND - NO SETTLEMENT PERIOD'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE FP-RUN-PERIOD TO WS-PERIOD.
       GET-PERIOD-RTN-EXIT. EXIT.

       PRINT-HEADING-RTN.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HDG-RUN-DATE.
           MOVE WS-PERIOD     TO HDG-PERIOD.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
       PRINT-HEADING-RTN-EXIT. EXIT.

       READ-LEDGER-RTN.
           ADD 1 TO WS-READ-CNT.
           IF ICL-PERIOD NOT NUMERIC
               GO TO READ-LEDGER-NEXT-RTN
           END-IF.
           IF ICL-PERIOD NOT = WS-PERIOD
               GO TO READ-LEDGER-NEXT-RTN
           END-IF.
           IF ICL-RUN
               ADD 1 TO WS-RUN-CNT
               GO TO READ-LEDGER-NEXT-RTN
           END-IF.
           IF NOT ICL-DUE
               GO TO READ-LEDGER-NEXT-RTN
           END-IF.
           ADD 1 TO WS-DUE-CNT.
           ADD ICL-AMOUNT TO WS-DUE-AMT.
           MOVE ICL-OWING-CAMPUS TO WS-FIND-CAMPUS.
           PERFORM FIND-CAMP-RTN THRU FIND-CAMP-RTN-EXIT.
           MOVE WS-FIND-SUB TO WS-OWING-SUB.
           MOVE ICL-OWED-CAMPUS TO WS-FIND-CAMPUS.
           PERFORM FIND-CAMP-RTN THRU FIND-CAMP-RTN-EXIT.
           MOVE WS-FIND-SUB TO WS-OWED-SUB.
           ADD ICL-TRAN-CNT TO OWE-CNT(WS-OWING-SUB, WS-OWED-SUB).
           ADD ICL-AMOUNT   TO OWE-AMT(WS-OWING-SUB, WS-OWED-SUB).
           MOVE ICL-RUN-DATE     TO DY-RUN-DATE.
           MOVE ICL-OWING-CAMPUS TO DY-OWING.
           MOVE ICL-OWED-CAMPUS  TO DY-OWED.
           MOVE ICL-TRAN-CNT     TO DY-COUNT.
           MOVE ICL-AMOUNT       TO DY-AMOUNT.
           MOVE DAY-LINE TO OUT-REC.
           WRITE OUT-REC.
       READ-LEDGER-NEXT-RTN.
           READ ICL-FILE
               AT END MOVE 'F' TO ICL-EOF-SW.
       READ-LEDGER-RTN-EXIT. EXIT.

       FIND-CAMP-RTN.
      * THE CALLER LEAVES THE CAMPUS CODE IN WS-FIND-CAMPUS; A CAMPUS
      * NOT YET MET IS ADDED.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM MATCH-CAMP-RTN
               VARYING OWE-SUB-I FROM 1 BY 1
               UNTIL OWE-SUB-I > WS-CAMP-CNT OR WS-FIND-SUB > 0.
           IF WS-FIND-SUB > 0
               GO TO FIND-CAMP-RTN-EXIT
           END-IF.
           IF WS-CAMP-CNT NOT < WS-CAMP-MAX
               DISPLAY 'SU41ICST ABEND - CAMPUS TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CAMP-MAX ' CAMPUSES'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-CAMP-CNT.
           MOVE WS-FIND-CAMPUS TO WS-CAMP-CODE(WS-CAMP-CNT).
           MOVE WS-CAMP-CNT TO WS-FIND-SUB.
       FIND-CAMP-RTN-EXIT. EXIT.

       MATCH-CAMP-RTN.
           IF WS-CAMP-CODE(OWE-SUB-I) = WS-FIND-CAMPUS
               MOVE OWE-SUB-I TO WS-FIND-SUB
           END-IF.
       MATCH-CAMP-RTN-EXIT. EXIT.

       PRINT-SETTLEMENT-RTN.
      * BOTH GROSS FIGURES FOR EACH PAIR OF CAMPUSES, THEN THE ONE
      * NET AMOUNT THAT CHANGES HANDS.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SETTLEMENT FOR THE PERIOD' TO OUT-REC.
           WRITE OUT-REC.
           PERFORM SETTLE-PAIR-RTN THRU SETTLE-PAIR-RTN-EXIT
               VARYING OWE-SUB-I FROM 1 BY 1
               UNTIL OWE-SUB-I > WS-CAMP-CNT
               AFTER OWE-SUB-J FROM 1 BY 1
               UNTIL OWE-SUB-J > WS-CAMP-CNT.
           IF WS-PAIR-CNT = 0
               MOVE '    NO INTERCAMPUS ACTIVITY IN THE PERIOD'
                   TO OUT-REC
               WRITE OUT-REC
           END-IF.
       PRINT-SETTLEMENT-RTN-EXIT. EXIT.

       SETTLE-PAIR-RTN.
           IF OWE-SUB-J NOT > OWE-SUB-I
               GO TO SETTLE-PAIR-RTN-EXIT
           END-IF.
           IF OWE-CNT(OWE-SUB-I, OWE-SUB-J) = 0
                   AND OWE-CNT(OWE-SUB-J, OWE-SUB-I) = 0
               GO TO SETTLE-PAIR-RTN-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-CNT.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-CAMP-CODE(OWE-SUB-I)        TO GR-OWING.
           MOVE WS-CAMP-CODE(OWE-SUB-J)        TO GR-OWED.
           MOVE OWE-CNT(OWE-SUB-I, OWE-SUB-J)  TO GR-COUNT.
           MOVE OWE-AMT(OWE-SUB-I, OWE-SUB-J)  TO GR-AMOUNT.
           MOVE GROSS-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-CAMP-CODE(OWE-SUB-J)        TO GR-OWING.
           MOVE WS-CAMP-CODE(OWE-SUB-I)        TO GR-OWED.
           MOVE OWE-CNT(OWE-SUB-J, OWE-SUB-I)  TO GR-COUNT.
           MOVE OWE-AMT(OWE-SUB-J, OWE-SUB-I)  TO GR-AMOUNT.
           MOVE GROSS-LINE TO OUT-REC.
           WRITE OUT-REC.
           COMPUTE WS-NET-AMT = OWE-AMT(OWE-SUB-I, OWE-SUB-J)
               - OWE-AMT(OWE-SUB-J, OWE-SUB-I).
           EVALUATE TRUE
               WHEN WS-NET-AMT > 0
                   MOVE WS-CAMP-CODE(OWE-SUB-I) TO NL-DEBTOR
                   MOVE WS-CAMP-CODE(OWE-SUB-J) TO NL-CREDITOR
                   MOVE WS-NET-AMT TO NL-AMOUNT
                   MOVE NET-LINE TO OUT-REC
               WHEN WS-NET-AMT < 0
                   MOVE WS-CAMP-CODE(OWE-SUB-J) TO NL-DEBTOR
                   MOVE WS-CAMP-CODE(OWE-SUB-I) TO NL-CREDITOR
                   COMPUTE NL-AMOUNT = 0 - WS-NET-AMT
                   MOVE NET-LINE TO OUT-REC
               WHEN OTHER
                   MOVE WS-CAMP-CODE(OWE-SUB-I) TO EL-CAMPUS-1
                   MOVE WS-CAMP-CODE(OWE-SUB-J) TO EL-CAMPUS-2
                   MOVE EVEN-LINE TO OUT-REC
           END-EVALUATE.
           WRITE OUT-REC.
       SETTLE-PAIR-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LEDGER RECORDS READ           ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NIGHTLY RUNS IN THE PERIOD    ' TO CTL-LABEL.
           MOVE WS-RUN-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'DUE RECORDS IN THE PERIOD     ' TO CTL-LABEL.
           MOVE WS-DUE-CNT TO CTL-COUNT.
           MOVE WS-DUE-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'CAMPUS PAIRS SETTLED          ' TO CTL-LABEL.
           MOVE WS-PAIR-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE ICL-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY FPCHKP.
