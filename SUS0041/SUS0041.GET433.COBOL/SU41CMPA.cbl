       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41CMPA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GRADE-FILE    ASSIGN TO SGFILE
                     FILE STATUS IS GRADE-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
      **** SALARY STRUCTURE - ONE RANGE PER TITLE AND PAY CYCLE ********
       FD  GRADE-FILE.
           COPY SALCTL.

       FD  PAYROLL-FILE.
           COPY PAYREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * COMPA-RATIO REPORT.  EVERY    *
      *                                * ACTIVE EMPLOYEE'S RATE IS     *
      *                                * SET AGAINST THE MIDPOINT OF   *
      *                                * THE RANGE FOR THEIR TITLE AND *
      *                                * PAY CYCLE.  THE MASTER IS     *
      *                                * READ THREE TIMES - ONCE FOR   *
      *                                * THE FULL LISTING, ONCE FOR    *
      *                                * THOSE PAID BELOW THE RANGE    *
      *                                * MINIMUM AND ONCE FOR THOSE    *
      *                                * PAID ABOVE THE MAXIMUM - SO   *
      *                                * THE EXCEPTION LISTS NEED NO   *
      *                                * TABLE OF THEIR OWN.           *
      *                                *********************************
       01  WS-WORK-AREA.
           05  GRADE-EOF-SW    PIC X         VALUE SPACES.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  PASS-SW         PIC X         VALUE 'D'.
               88  DETAIL-PASS               VALUE 'D'.
               88  BELOW-MIN-PASS            VALUE 'L'.
               88  ABOVE-MAX-PASS            VALUE 'H'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-COMPA        PIC 9(3)V9    VALUE 0.
           05  WS-GAP          PIC 9(9)V99   VALUE 0.
           05  GRADE-SUB       PIC 9(3)      VALUE 0.
           05  GRADE-HIT-SUB   PIC 9(3)      VALUE 0.
           05  WS-GRADE-CNT    PIC 9(3)      VALUE 0.
           05  WS-GRADE-MAX    PIC 9(3)      VALUE 300.
           05  GRADE-OK-SW     PIC X         VALUE 'N'.
               88  GRADE-FOUND               VALUE 'Y'.
           05  WS-LIST-CNT     PIC 9(7)      VALUE 0.
           05  WS-ACTIVE-CNT   PIC 9(7)      VALUE 0.
           05  WS-GRADED-CNT   PIC 9(7)      VALUE 0.
           05  WS-NO-GRADE-CNT PIC 9(7)      VALUE 0.
           05  WS-BELOW-CNT    PIC 9(7)      VALUE 0.
           05  WS-ABOVE-CNT    PIC 9(7)      VALUE 0.
           05  GRADE-FS        PIC XX        VALUE '00'.
               88  GRADE-FS-OK               VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** TITLE/CYCLE RANGES FROM THE SALARY STRUCTURE FILE ***********
       01  WS-GRADE-AREA.
           05  WS-GRADE-TBL OCCURS 300 TIMES.
             10  GT-TITLE        PIC X(20).
             10  GT-PAY-CYCLE    PIC X(1).
             10  GT-GRADE        PIC X(3).
             10  GT-MINIMUM      PIC 9(9)V99.
             10  GT-MIDPOINT     PIC 9(9)V99.
             10  GT-MAXIMUM      PIC 9(9)V99.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'COMPA-RATIO REPORT - ACTIVE EMPLOYEES   '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(43) VALUE SPACES.

       01  DETAIL-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  LAST NAME    TITLE              '.
           05 FILLER          PIC X(40) VALUE
                   '  C GRD       RATE   MIDPOINT COMPA FLAG'.

       01  DETAIL-LINE.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(12).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-TITLE        PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CYCLE        PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-GRADE        PIC X(3).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-RATE         PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-MIDPOINT     PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-COMPA        PIC ZZ9.9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FLAG         PIC X(4).

       01  LIST-TITLE-LINE.
           05 LT-TITLE        PIC X(40).
           05 FILLER          PIC X(40) VALUE SPACES.

       01  LIST-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  LAST NAME    TITLE              '.
           05 FILLER          PIC X(12) VALUE
                   '        RATE'.
           05 LH-LIMIT        PIC X(11).
           05 FILLER          PIC X(11) VALUE
                   '        GAP'.
           05 FILLER          PIC X(6)  VALUE SPACES.

       01  LIST-LINE.
           05 LL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 LL-NAME         PIC X(12).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 LL-TITLE        PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 LL-RATE         PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 LL-LIMIT        PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 LL-GAP          PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(6)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-GRADES-RTN
              UNTIL GRADE-EOF-SW = 'F'.
           MOVE DETAIL-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM READ-INPUT
              UNTIL EOF-SW-PR = 'F'.
           MOVE 'L' TO PASS-SW.
           MOVE 'EMPLOYEES PAID BELOW RANGE MINIMUM      '
               TO LT-TITLE.
           MOVE '    MINIMUM' TO LH-LIMIT.
           PERFORM START-LIST-RTN.
           PERFORM READ-INPUT
              UNTIL EOF-SW-PR = 'F'.
           PERFORM END-LIST-RTN.
           MOVE 'H' TO PASS-SW.
           MOVE 'EMPLOYEES PAID ABOVE RANGE MAXIMUM      '
               TO LT-TITLE.
           MOVE '    MAXIMUM' TO LH-LIMIT.
           PERFORM START-LIST-RTN.
           PERFORM READ-INPUT
              UNTIL EOF-SW-PR = 'F'.
           PERFORM END-LIST-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT GRADE-FILE.
           IF NOT GRADE-FS-OK
               DISPLAY 'SU41CMPA - GRADE-FILE OPEN FAILED, STATUS='
                       GRADE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41CMPA - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41CMPA - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           READ GRADE-FILE
               AT END MOVE 'F' TO GRADE-EOF-SW.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-GRADES-RTN.
           IF WS-GRADE-CNT < WS-GRADE-MAX
               ADD 1 TO WS-GRADE-CNT
               MOVE SAL-TITLE     TO GT-TITLE(WS-GRADE-CNT)
               MOVE SAL-PAY-CYCLE TO GT-PAY-CYCLE(WS-GRADE-CNT)
               MOVE SAL-GRADE     TO GT-GRADE(WS-GRADE-CNT)
               MOVE SAL-MINIMUM   TO GT-MINIMUM(WS-GRADE-CNT)
               MOVE SAL-MIDPOINT  TO GT-MIDPOINT(WS-GRADE-CNT)
               MOVE SAL-MAXIMUM   TO GT-MAXIMUM(WS-GRADE-CNT)
           ELSE
               DISPLAY 'SU41CMPA ABEND - GRADE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-GRADE-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ GRADE-FILE
               AT END MOVE 'F' TO GRADE-EOF-SW.
       LOAD-GRADES-RTN-EXIT. EXIT.

       START-LIST-RTN.
      * EACH EXCEPTION LIST IS ANOTHER PASS OF THE MASTER FROM THE TOP.
           CLOSE PAYROLL-FILE.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41CMPA - PAYROLL-FILE REOPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE SPACES TO EOF-SW-PR.
           MOVE 0 TO WS-LIST-CNT.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE LIST-TITLE-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE LIST-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
       START-LIST-RTN-EXIT. EXIT.

       END-LIST-RTN.
           IF WS-LIST-CNT = 0
               MOVE '  NONE                                  '
                   TO LT-TITLE
               MOVE LIST-TITLE-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       END-LIST-RTN-EXIT. EXIT.

       READ-INPUT.
           IF PR-STAT-ACTIVE
               PERFORM FIND-GRADE-RTN
               EVALUATE TRUE
                   WHEN DETAIL-PASS
                       PERFORM WRITE-DETAIL-RTN
                   WHEN BELOW-MIN-PASS AND GRADE-FOUND
                       IF PR-PAY-RATE < GT-MINIMUM(GRADE-HIT-SUB)
                           COMPUTE WS-GAP =
                               GT-MINIMUM(GRADE-HIT-SUB) - PR-PAY-RATE
                           MOVE GT-MINIMUM(GRADE-HIT-SUB) TO LL-LIMIT
                           PERFORM WRITE-LIST-RTN
                       END-IF
                   WHEN ABOVE-MAX-PASS AND GRADE-FOUND
                       IF PR-PAY-RATE > GT-MAXIMUM(GRADE-HIT-SUB)
                           COMPUTE WS-GAP =
                               PR-PAY-RATE - GT-MAXIMUM(GRADE-HIT-SUB)
                           MOVE GT-MAXIMUM(GRADE-HIT-SUB) TO LL-LIMIT
                           PERFORM WRITE-LIST-RTN
                       END-IF
               END-EVALUATE
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       READ-INPUT-EXIT. EXIT.

       FIND-GRADE-RTN.
           MOVE 'N' TO GRADE-OK-SW.
           MOVE 0 TO GRADE-HIT-SUB.
           PERFORM MATCH-GRADE-RTN
               VARYING GRADE-SUB FROM 1 BY 1
               UNTIL GRADE-SUB > WS-GRADE-CNT OR GRADE-FOUND.
       FIND-GRADE-RTN-EXIT. EXIT.

       MATCH-GRADE-RTN.
           IF GT-TITLE(GRADE-SUB) = PR-TITLE
                   AND GT-PAY-CYCLE(GRADE-SUB) = PR-PAY-CYCLE
               MOVE 'Y' TO GRADE-OK-SW
               MOVE GRADE-SUB TO GRADE-HIT-SUB
           END-IF.
       MATCH-GRADE-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
      * COMPA-RATIO IS THE RATE AS A PERCENTAGE OF THE RANGE
      * MIDPOINT - 100.0 IS PAID EXACTLY AT MID.  A TITLE/CYCLE
      * WITH NO RANGE ON FILE IS LISTED AND FLAGGED SO THE GAP IN
      * THE STRUCTURE GETS FILLED.
           ADD 1 TO WS-ACTIVE-CNT.
           MOVE PR-EMPLOYEE-ID TO DL-EMP-ID.
           MOVE PR-LAST-NAME   TO DL-NAME.
           MOVE PR-TITLE       TO DL-TITLE.
           MOVE PR-PAY-CYCLE   TO DL-CYCLE.
           MOVE PR-PAY-RATE    TO DL-RATE.
           IF NOT GRADE-FOUND
               ADD 1 TO WS-NO-GRADE-CNT
               MOVE SPACES TO DL-GRADE
               MOVE 0      TO DL-MIDPOINT
               MOVE 0      TO DL-COMPA
               MOVE 'NOGR' TO DL-FLAG
           ELSE
               ADD 1 TO WS-GRADED-CNT
               MOVE GT-GRADE(GRADE-HIT-SUB)    TO DL-GRADE
               MOVE GT-MIDPOINT(GRADE-HIT-SUB) TO DL-MIDPOINT
               IF GT-MIDPOINT(GRADE-HIT-SUB) > 0
                   COMPUTE WS-COMPA ROUNDED = PR-PAY-RATE * 100
                       / GT-MIDPOINT(GRADE-HIT-SUB)
                       ON SIZE ERROR MOVE 999.9 TO WS-COMPA
                   END-COMPUTE
               ELSE
                   MOVE 0 TO WS-COMPA
               END-IF
               MOVE WS-COMPA TO DL-COMPA
               EVALUATE TRUE
                   WHEN PR-PAY-RATE < GT-MINIMUM(GRADE-HIT-SUB)
                       MOVE 'LOW ' TO DL-FLAG
                       ADD 1 TO WS-BELOW-CNT
                   WHEN PR-PAY-RATE > GT-MAXIMUM(GRADE-HIT-SUB)
                       MOVE 'HIGH' TO DL-FLAG
                       ADD 1 TO WS-ABOVE-CNT
                   WHEN OTHER
                       MOVE SPACES TO DL-FLAG
               END-EVALUATE
           END-IF.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       WRITE-LIST-RTN.
           ADD 1 TO WS-LIST-CNT.
           MOVE PR-EMPLOYEE-ID TO LL-EMP-ID.
           MOVE PR-LAST-NAME   TO LL-NAME.
           MOVE PR-TITLE       TO LL-TITLE.
           MOVE PR-PAY-RATE    TO LL-RATE.
           MOVE WS-GAP         TO LL-GAP.
           MOVE LIST-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-LIST-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACTIVE EMPLOYEES                        '
               TO CTL-LABEL.
           MOVE WS-ACTIVE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  IN A GRADED TITLE                     '
               TO CTL-LABEL.
           MOVE WS-GRADED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  NO RANGE FOR TITLE AND PAY CYCLE      '
               TO CTL-LABEL.
           MOVE WS-NO-GRADE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PAID BELOW RANGE MINIMUM                '
               TO CTL-LABEL.
           MOVE WS-BELOW-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PAID ABOVE RANGE MAXIMUM                '
               TO CTL-LABEL.
           MOVE WS-ABOVE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-NO-GRADE-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE GRADE-FILE PAYROLL-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
