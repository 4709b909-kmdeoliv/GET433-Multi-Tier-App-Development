       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41ICGL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY ARSEL.
            COPY ARJSEL.
            SELECT ICL-FILE  ASSIGN TO ICLEDGR
                     FILE STATUS IS ICL-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT GL-FILE   ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
           COPY ARREC.

      **** AR DETAIL JOURNAL - READ FOR THE POSTINGS SINCE THE LAST
      **** RUN THAT CARRY THE CAMPUS THE MONEY CAME IN AT ************
       COPY ARJFD.

      **** INTERCAMPUS LEDGER - READ FOR WHERE THE LAST RUN STOPPED,
      **** THEN APPENDED WITH WHAT THIS RUN BOOKED *********************
       FD  ICL-FILE.
           COPY ICLREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** DUE-TO/DUE-FROM PAIRS - THE SAME 90-BYTE JOURNAL LAYOUT
      **** EVERY FEED WRITES, PROVED BY SU41GLVD BEFORE TRANSMISSION **
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
      *                                * INTERCAMPUS DUE-TO/DUE-FROM.  *
      *                                * A STUDENT OFTEN PAYS AT THE   *
      *                                * OTHER CAMPUS'S WINDOW, AND    *
      *                                * AID COMES IN THROUGH MAIN, SO *
      *                                * THE CASH SITS AT ONE CAMPUS   *
      *                                * AND THE RECEIVABLE AT THE     *
      *                                * OTHER.  EACH NIGHT THE        *
      *                                * JOURNAL POSTINGS SINCE THE    *
      *                                * LAST RUN ARE MATCHED TO THE   *
      *                                * STUDENT'S AR-CAMPUS, AND THE  *
      *                                * NET BETWEEN EACH TWO CAMPUSES *
      *                                * IS BOOKED AS ONE BALANCED     *
      *                                * DUE-TO/DUE-FROM PAIR AND      *
      *                                * LEDGERED FOR THE MONTH-END    *
      *                                * SETTLEMENT.                   *
      *                                *********************************
       01  WS-WORK-AREA.
           05  ARJ-EOF-SW      PIC X         VALUE SPACES.
           05  ICL-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-LAST-RUN     PIC 9(8)      VALUE 0.
           05  WS-FROM-DATE    PIC 9(8)      VALUE 0.
           05  WS-JNL-DATE     PIC 9(8)      VALUE 0.
           05  FIRST-RUN-SW    PIC X         VALUE 'N'.
               88  FIRST-RUN                 VALUE 'Y'.
           05  WS-STU-CAMPUS   PIC X         VALUE 'M'.
           05  WS-FIND-CAMPUS  PIC X         VALUE SPACE.
           05  WS-FIND-SUB     PIC 9(2)      VALUE 0.
           05  WS-OWING-SUB    PIC 9(2)      VALUE 0.
           05  WS-OWED-SUB     PIC 9(2)      VALUE 0.
           05  WS-CAMP-MAX     PIC 9(2)      VALUE 9.
           05  WS-CAMP-CNT     PIC 9(2)      VALUE 0.
           05  WS-NET-AMT      PIC S9(9)V99  VALUE 0.
           05  WS-GL-AMOUNT    PIC 9(9)V99   VALUE 0.
           05  WS-DEBTOR       PIC X         VALUE SPACE.
           05  WS-CREDITOR     PIC X         VALUE SPACE.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-WINDOW-CNT   PIC 9(7)      VALUE 0.
           05  WS-SAME-CNT     PIC 9(7)      VALUE 0.
           05  WS-CROSS-CNT    PIC 9(7)      VALUE 0.
           05  WS-CROSS-AMT    PIC S9(9)V99  VALUE 0.
           05  WS-NOAR-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOAR-AMT     PIC S9(9)V99  VALUE 0.
           05  WS-PAIR-CNT     PIC 9(5)      VALUE 0.
           05  WS-GL-CNT       PIC 9(5)      VALUE 0.
           05  WS-GL-TOTAL     PIC 9(9)V99   VALUE 0.
           05  WS-LEDGER-CNT   PIC 9(7)      VALUE 0.
           05  ARJ-FS          PIC XX        VALUE '00'.
               88  ARJ-FS-OK                 VALUE '00'.
           05  ICL-FS          PIC XX        VALUE '00'.
               88  ICL-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.

           COPY ARRC.

      **** CAMPUSES SEEN THIS RUN, IN THE ORDER MET, AND WHAT EACH
      **** ONE TOOK IN FOR EACH OTHER - OWE(I, J) IS MONEY CAMPUS I
      **** RECEIVED FOR A STUDENT OF CAMPUS J, SO CAMPUS I OWES IT ***
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
           05 FILLER          PIC X(18) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'INTERCAMPUS DUE-TO / DUE-FROM POSTINGS  '.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(11) VALUE 'RUN DATE:  '.
           05 HDG-RUN-DATE    PIC 9(8).
           05 FILLER          PIC X(12) VALUE '   PERIOD:  '.
           05 HDG-PERIOD      PIC 9(6).
           05 FILLER          PIC X(20) VALUE
                   '   JOURNAL AFTER:  '.
           05 HDG-FROM-DATE   PIC 9(8).
           05 FILLER          PIC X(15) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   '    SSN     POST DATE  TYPE  RECEIVED AT'.
           05 FILLER          PIC X(40) VALUE
                   '  STUDENT OF            AMOUNT         '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-POST-DATE    PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-TYPE         PIC X(2).
           05 FILLER          PIC X(10) VALUE SPACES.
           05 DL-RECV-CAMPUS  PIC X.
           05 FILLER          PIC X(12) VALUE SPACES.
           05 DL-STU-CAMPUS   PIC X.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-AMOUNT       PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(10) VALUE SPACES.

       01  PAIR-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(7)  VALUE 'CAMPUS '.
           05 PL-DEBTOR       PIC X.
           05 FILLER          PIC X(13) VALUE ' OWES CAMPUS '.
           05 PL-CREDITOR     PIC X.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 PL-AMOUNT       PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(36) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(30).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(25) VALUE SPACES.

       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-LEDGER-RTN.
           PERFORM PRINT-HEADING-RTN.
           PERFORM READ-JOURNAL-RTN THRU READ-JOURNAL-RTN-EXIT
              UNTIL ARJ-EOF-SW = 'F'.
           PERFORM PRINT-PAIRS-RTN.
           PERFORM WRITE-LEDGER-RTN THRU WRITE-LEDGER-RTN-EXIT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT AR-FILE.
           IF NOT AR-SUCCESSFUL
               DISPLAY 'SU41ICGL - AR-FILE OPEN FAILED, STATUS='
                       AR-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARJ-FILE.
           IF NOT ARJ-FS-OK
               DISPLAY 'SU41ICGL - ARJ-FILE OPEN FAILED, STATUS='
                       ARJ-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41ICGL - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41ICGL - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41ICGL ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * THE DUE-TO/DUE-FROM PAIRS MAY ONLY GO INTO AN OPEN FISCAL
      * PERIOD.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41ICGL ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ ARJ-FILE
               AT END MOVE 'F' TO ARJ-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-LEDGER-RTN.
      * THE LAST RUN'S CLOSING RECORD SAYS HOW FAR THE JOURNAL HAS
      * ALREADY BEEN BOOKED.  AN EMPTY LEDGER IS THE FIRST RUN - ONLY
      * POSTINGS MADE BY TODAY'S RUNS (RUN DATE, OR POSTING DATE ON
      * AN UNSTAMPED RECORD, EQUAL TO TODAY) ARE TAKEN, SO HISTORY
      * SETTLED BY HAND BEFORE THIS RUN EXISTED IS NOT BOOKED A
      * SECOND TIME.
           OPEN INPUT ICL-FILE.
           IF NOT ICL-FS-OK
               DISPLAY 'SU41ICGL - ICL-FILE OPEN FAILED, STATUS='
                       ICL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ ICL-FILE
               AT END MOVE 'F' TO ICL-EOF-SW.
           PERFORM LOAD-ONE-LEDGER-RTN
               UNTIL ICL-EOF-SW = 'F'.
           CLOSE ICL-FILE.
           MOVE WS-LAST-RUN TO WS-FROM-DATE.
           IF WS-LAST-RUN = 0
               MOVE 'Y' TO FIRST-RUN-SW
           END-IF.
           IF WS-LAST-RUN NOT < WS-RUN-DATE-8
               DISPLAY 'SU41ICGL - ALREADY RUN FOR ' WS-LAST-RUN
                       ', NOTHING NEW TO BOOK'
               MOVE 4 TO RETURN-CODE
           END-IF.
       LOAD-LEDGER-RTN-EXIT. EXIT.

       LOAD-ONE-LEDGER-RTN.
           ADD 1 TO WS-LEDGER-CNT.
           IF ICL-RUN AND ICL-RUN-DATE NUMERIC
               IF ICL-RUN-DATE > WS-LAST-RUN
                   MOVE ICL-RUN-DATE TO WS-LAST-RUN
               END-IF
           END-IF.
           READ ICL-FILE
               AT END MOVE 'F' TO ICL-EOF-SW.
       LOAD-ONE-LEDGER-RTN-EXIT. EXIT.

       PRINT-HEADING-RTN.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HDG-RUN-DATE.
           MOVE FP-RUN-PERIOD TO HDG-PERIOD.
           MOVE WS-FROM-DATE  TO HDG-FROM-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
       PRINT-HEADING-RTN-EXIT. EXIT.

       READ-JOURNAL-RTN.
      * ONLY A POSTING STAMPED WITH THE CAMPUS THE MONEY CAME IN AT,
      * POSTED AFTER THE LAST RUN AND NOT AFTER TODAY, CAN BE DUE
      * ANOTHER CAMPUS.  THE WINDOW IS ON THE DATE THE POSTING RUN
      * WROTE THE RECORD, NOT THE RECEIPT DATE - A PAYMENT TAKEN IN
      * LAST WEEK BUT POSTED TONIGHT IS STILL TONIGHT'S BUSINESS.
      * RECORDS WRITTEN BEFORE THE RUN DATE WAS CARRIED FALL BACK
      * ON THEIR POSTING DATE.
           ADD 1 TO WS-READ-CNT.
           IF ARJ-POST-CAMPUS = SPACE OR ARJ-POST-CAMPUS = LOW-VALUE
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           IF ARJ-RUN-DATE NUMERIC
               MOVE ARJ-RUN-DATE TO WS-JNL-DATE
           ELSE
               IF ARJ-POST-DATE NOT NUMERIC
                   GO TO READ-JOURNAL-NEXT-RTN
               END-IF
               MOVE ARJ-POST-DATE TO WS-JNL-DATE
           END-IF.
           IF FIRST-RUN AND WS-JNL-DATE NOT = WS-RUN-DATE-8
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           IF WS-JNL-DATE NOT > WS-FROM-DATE
                   OR WS-JNL-DATE > WS-RUN-DATE-8
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           ADD 1 TO WS-WINDOW-CNT.
           MOVE ARJ-SSN TO AR-SSN.
           READ AR-FILE
               INVALID KEY MOVE '23' TO AR-RC.
           IF NOT AR-SUCCESSFUL
      * NO AR RECORD TO SAY WHOSE RECEIVABLE IT IS - REPORTED, NOT
      * BOOKED, FOR THE BURSAR TO SETTLE BY HAND.
               ADD 1 TO WS-NOAR-CNT
               ADD ARJ-AMOUNT TO WS-NOAR-AMT
               MOVE '?' TO WS-STU-CAMPUS
               PERFORM PRINT-DETAIL-RTN
               MOVE 4 TO RETURN-CODE
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           IF AR-CAMPUS = SPACE OR AR-CAMPUS = LOW-VALUE
               MOVE 'M' TO WS-STU-CAMPUS
           ELSE
               MOVE AR-CAMPUS TO WS-STU-CAMPUS
           END-IF.
           IF WS-STU-CAMPUS = ARJ-POST-CAMPUS
               ADD 1 TO WS-SAME-CNT
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           MOVE ARJ-POST-CAMPUS TO WS-FIND-CAMPUS.
           PERFORM FIND-CAMP-RTN THRU FIND-CAMP-RTN-EXIT.
           MOVE WS-FIND-SUB TO WS-OWING-SUB.
           MOVE WS-STU-CAMPUS TO WS-FIND-CAMPUS.
           PERFORM FIND-CAMP-RTN THRU FIND-CAMP-RTN-EXIT.
           MOVE WS-FIND-SUB TO WS-OWED-SUB.
           ADD 1 TO OWE-CNT(WS-OWING-SUB, WS-OWED-SUB).
           ADD ARJ-AMOUNT TO OWE-AMT(WS-OWING-SUB, WS-OWED-SUB).
           ADD 1 TO WS-CROSS-CNT.
           ADD ARJ-AMOUNT TO WS-CROSS-AMT.
           PERFORM PRINT-DETAIL-RTN.
       READ-JOURNAL-NEXT-RTN.
           READ ARJ-FILE
               AT END MOVE 'F' TO ARJ-EOF-SW.
       READ-JOURNAL-RTN-EXIT. EXIT.

       FIND-CAMP-RTN.
      * THE CALLER LEAVES THE CAMPUS CODE IN WS-FIND-CAMPUS; A CAMPUS
      * NOT YET SEEN THIS RUN IS ADDED.
           MOVE 0 TO WS-FIND-SUB.
           PERFORM MATCH-CAMP-RTN
               VARYING OWE-SUB-I FROM 1 BY 1
               UNTIL OWE-SUB-I > WS-CAMP-CNT OR WS-FIND-SUB > 0.
           IF WS-FIND-SUB > 0
               GO TO FIND-CAMP-RTN-EXIT
           END-IF.
           IF WS-CAMP-CNT NOT < WS-CAMP-MAX
               DISPLAY 'SU41ICGL ABEND - CAMPUS TABLE OVERFLOW'
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

       PRINT-DETAIL-RTN.
           MOVE ARJ-SSN         TO DL-SSN.
           MOVE ARJ-POST-DATE   TO DL-POST-DATE.
           MOVE ARJ-TRAN-TYPE   TO DL-TYPE.
           MOVE ARJ-POST-CAMPUS TO DL-RECV-CAMPUS.
           MOVE WS-STU-CAMPUS   TO DL-STU-CAMPUS.
           MOVE ARJ-AMOUNT      TO DL-AMOUNT.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       PRINT-DETAIL-RTN-EXIT. EXIT.

       PRINT-PAIRS-RTN.
      * EACH PAIR OF CAMPUSES NETS TO ONE FIGURE - WHAT ONE TOOK IN
      * FOR THE OTHER LESS WHAT THE OTHER TOOK IN FOR IT - AND THAT
      * NET IS BOOKED AS ONE BALANCED PAIR: THE CREDITOR CAMPUS'S
      * DUE-FROM THE DEBTOR AGAINST THE DEBTOR'S DUE-TO THE CREDITOR.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'NET DUE BETWEEN CAMPUSES, BOOKED THIS RUN' TO OUT-REC.
           WRITE OUT-REC.
           PERFORM NET-PAIR-RTN THRU NET-PAIR-RTN-EXIT
               VARYING OWE-SUB-I FROM 1 BY 1
               UNTIL OWE-SUB-I > WS-CAMP-CNT
               AFTER OWE-SUB-J FROM 1 BY 1
               UNTIL OWE-SUB-J > WS-CAMP-CNT.
           IF WS-PAIR-CNT = 0
               MOVE '    NONE' TO OUT-REC
               WRITE OUT-REC
           END-IF.
       PRINT-PAIRS-RTN-EXIT. EXIT.

       NET-PAIR-RTN.
           IF OWE-SUB-J NOT > OWE-SUB-I
               GO TO NET-PAIR-RTN-EXIT
           END-IF.
           COMPUTE WS-NET-AMT = OWE-AMT(OWE-SUB-I, OWE-SUB-J)
               - OWE-AMT(OWE-SUB-J, OWE-SUB-I).
           IF WS-NET-AMT = 0
               GO TO NET-PAIR-RTN-EXIT
           END-IF.
           IF WS-NET-AMT > 0
               MOVE WS-CAMP-CODE(OWE-SUB-I) TO WS-DEBTOR
               MOVE WS-CAMP-CODE(OWE-SUB-J) TO WS-CREDITOR
               MOVE WS-NET-AMT TO WS-GL-AMOUNT
           ELSE
               MOVE WS-CAMP-CODE(OWE-SUB-J) TO WS-DEBTOR
               MOVE WS-CAMP-CODE(OWE-SUB-I) TO WS-CREDITOR
               COMPUTE WS-GL-AMOUNT = 0 - WS-NET-AMT
           END-IF.
           ADD 1 TO WS-PAIR-CNT.
           MOVE WS-DEBTOR    TO PL-DEBTOR.
           MOVE WS-CREDITOR  TO PL-CREDITOR.
           MOVE WS-GL-AMOUNT TO PL-AMOUNT.
           MOVE PAIR-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           STRING 'DUE-FROM-' WS-DEBTOR DELIMITED BY SIZE
               INTO GL-ACCOUNT.
           MOVE 'DR'           TO GL-DR-CR.
           MOVE WS-GL-AMOUNT   TO GL-AMOUNT.
           MOVE 'INTERCAMPUS DUE-FROM'   TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           STRING 'DUE-TO-' WS-CREDITOR DELIMITED BY SIZE
               INTO GL-ACCOUNT.
           MOVE 'CR'           TO GL-DR-CR.
           MOVE WS-GL-AMOUNT   TO GL-AMOUNT.
           MOVE 'INTERCAMPUS DUE-TO'     TO GL-DESC.
           WRITE GL-REC.
           ADD 2 TO WS-GL-CNT.
           ADD WS-GL-AMOUNT TO WS-GL-TOTAL.
       NET-PAIR-RTN-EXIT. EXIT.

       WRITE-LEDGER-RTN.
      * THE LEDGER IS PERMANENT - OPENED EXTEND SO THIS RUN LANDS
      * BEHIND EVERY EARLIER ONE.  THE GROSS FIGURE EACH WAY IS KEPT,
      * NOT JUST THE NET, SO THE MONTH-END REPORT CAN SHOW BOTH SIDES.
           OPEN EXTEND ICL-FILE.
           IF NOT ICL-FS-OK
               DISPLAY 'SU41ICGL - ICL-FILE OPEN FAILED, STATUS='
                       ICL-FS ' - RUN NOT LEDGERED'
               MOVE 16 TO RETURN-CODE
               GO TO WRITE-LEDGER-RTN-EXIT
           END-IF.
           PERFORM WRITE-ONE-DUE-RTN
               VARYING OWE-SUB-I FROM 1 BY 1
               UNTIL OWE-SUB-I > WS-CAMP-CNT
               AFTER OWE-SUB-J FROM 1 BY 1
               UNTIL OWE-SUB-J > WS-CAMP-CNT.
           MOVE SPACES        TO INTERCAMPUS-LEDGER-RECORD.
           MOVE 'R'           TO ICL-TYPE.
           MOVE WS-RUN-DATE-8 TO ICL-RUN-DATE.
           MOVE FP-RUN-PERIOD TO ICL-PERIOD.
           MOVE WS-FROM-DATE  TO ICL-FROM-DATE.
           MOVE WS-CROSS-CNT  TO ICL-TRAN-CNT.
           MOVE WS-CROSS-AMT  TO ICL-AMOUNT.
           WRITE INTERCAMPUS-LEDGER-RECORD.
           CLOSE ICL-FILE.
       WRITE-LEDGER-RTN-EXIT. EXIT.

       WRITE-ONE-DUE-RTN.
           IF OWE-CNT(OWE-SUB-I, OWE-SUB-J) > 0
               MOVE SPACES        TO INTERCAMPUS-LEDGER-RECORD
               MOVE 'D'           TO ICL-TYPE
               MOVE WS-RUN-DATE-8 TO ICL-RUN-DATE
               MOVE FP-RUN-PERIOD TO ICL-PERIOD
               MOVE WS-FROM-DATE  TO ICL-FROM-DATE
               MOVE WS-CAMP-CODE(OWE-SUB-I) TO ICL-OWING-CAMPUS
               MOVE WS-CAMP-CODE(OWE-SUB-J) TO ICL-OWED-CAMPUS
               MOVE OWE-CNT(OWE-SUB-I, OWE-SUB-J) TO ICL-TRAN-CNT
               MOVE OWE-AMT(OWE-SUB-I, OWE-SUB-J) TO ICL-AMOUNT
               WRITE INTERCAMPUS-LEDGER-RECORD
           END-IF.
       WRITE-ONE-DUE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LEDGER RECORDS READ           ' TO CTL-LABEL.
           MOVE WS-LEDGER-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'JOURNAL RECORDS READ          ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'CAMPUS-STAMPED IN WINDOW      ' TO CTL-LABEL.
           MOVE WS-WINDOW-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  SAME CAMPUS AS STUDENT      ' TO CTL-LABEL.
           MOVE WS-SAME-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  DUE ANOTHER CAMPUS          ' TO CTL-LABEL.
           MOVE WS-CROSS-CNT TO CTL-COUNT.
           MOVE WS-CROSS-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  NO AR RECORD - NOT BOOKED   ' TO CTL-LABEL.
           MOVE WS-NOAR-CNT TO CTL-COUNT.
           MOVE WS-NOAR-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'CAMPUS PAIRS BOOKED           ' TO CTL-LABEL.
           MOVE WS-PAIR-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'GL RECORDS WRITTEN            ' TO CTL-LABEL.
           MOVE WS-GL-CNT TO CTL-COUNT.
           MOVE WS-GL-TOTAL TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE AR-FILE ARJ-FILE OUT-FILE GL-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY FPCHKP.

       COPY BDTP.
