                     FILE STATUS IS MODE-FS.
            SELECT AUDIT-FILE    ASSIGN TO AFILE
                     FILE STATUS IS AUDIT-FS.
            SELECT GRADE-FILE    ASSIGN TO SGFILE
                     FILE STATUS IS GRADE-FS.
            COPY POSHSEL.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** SALARY STRUCTURE - AN INCREASE STOPS AT THE MAXIMUM OF THE
      **** RANGE FOR THE EMPLOYEE'S TITLE AND PAY CYCLE ***************
       FD  GRADE-FILE.
           COPY SALCTL.

      **** PERMANENT POSITION HISTORY - AN APPLIED INCREASE APPENDS
      **** ONE RECORD SO THE RATE CHANGE OUTLIVES THE CHANGE-AUDIT
      **** GENERATIONS *************************************************
       01  POSH-RECORD.
           COPY POSHREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MERIT-INCREASE RUN.  THE      *
      *                                * DT STAMPED, AND PROPOSAL MODE *
      *                                * PRICES THE WHOLE THING BY     *
      *                                * DIVISION BEFORE ANYTHING IS   *
      *                                * CHANGED.  NO INCREASE TAKES   *
      *                                * A RATE PAST THE MAXIMUM OF    *
      *                                * ITS SALARY RANGE - THE PART   *
      *                                * THAT WOULD HAVE GONE OVER IS  *
      *                                * ANNUALIZED AND REPORTED AS A  *
      *                                * LUMP SUM INSTEAD.             *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  PH-RC           PIC XX        VALUE '00'.
               88  PH-OK                     VALUE '00'.
           05  WS-PH-SEQ       PIC 9(4)      VALUE 0.
           05  GRADE-FS        PIC XX        VALUE '00'.
               88  GRADE-FS-OK               VALUE '00'.
           05  GRADE-EOF-SW    PIC X         VALUE SPACES.
           05  GRADE-SUB       PIC 9(3)      VALUE 0.
           05  GRADE-HIT-SUB   PIC 9(3)      VALUE 0.
           05  WS-GRADE-CNT    PIC 9(3)      VALUE 0.
           05  WS-GRADE-MAX    PIC 9(3)      VALUE 300.
           05  GRADE-OK-SW     PIC X         VALUE 'N'.
               88  GRADE-FOUND               VALUE 'Y'.
           05  WS-CAP-RATE     PIC 9(9)V99   VALUE 0.
           05  WS-LUMP-SUM     PIC 9(9)V99   VALUE 0.
           05  WS-LUMP-CNT     PIC 9(7)      VALUE 0.
           05  WS-LUMP-TOT     PIC 9(11)V99  VALUE 0.
           05  WS-NO-GRADE-CNT PIC 9(7)      VALUE 0.

      **** TITLE/CYCLE RANGES FROM THE SALARY STRUCTURE FILE ***********
       01  WS-GRADE-AREA.
           05  WS-GRADE-TBL OCCURS 300 TIMES.
             10  GT-TITLE        PIC X(20).
             10  GT-PAY-CYCLE    PIC X(1).
             10  GT-MAXIMUM      PIC 9(9)V99.

      **** RATING-TO-PERCENTAGE TABLE FROM THE CONTROL FILE ***********
       01  WS-MERIT-AREA VALUE SPACES.
           05 DL-OLD-Z        PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-NEW-Z        PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-LUMP-Z       PIC $$$$,$$9.99 BLANK WHEN ZERO.
           05 FILLER          PIC X(9)  VALUE SPACES.

       01  DIV-LINE.
           05 FILLER          PIC X(10) VALUE 'DIVISION: '.
           05 DV-LINE-IMPACT  PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(18) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-MODE-RTN.
           PERFORM LOAD-MERIT-RTN
               UNTIL MERIT-EOF-SW = 'F' OR WS-MERIT-CNT >= 10.
           PERFORM LOAD-GRADES-RTN
               UNTIL GRADE-EOF-SW = 'F'.
           PERFORM HDG-ROUTINE.
           PERFORM READ-INPUT
               UNTIL EOF-SW-PR = 'F'.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF NOT GRADE-FS-OK
               DISPLAY 'SU41PGM46 - GRADE-FILE OPEN FAILED, STATUS='
                       GRADE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ GRADE-FILE
               AT END MOVE 'F' TO GRADE-EOF-SW.
           OPEN I-O POSH-FILE.
           IF NOT PH-OK
               DISPLAY 'SU41PGM46 - POSH-FILE OPEN FAILED, STATUS='
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM46 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.
               AT END MOVE 'F' TO MERIT-EOF-SW.
       LOAD-MERIT-RTN-EXIT. EXIT.

       LOAD-GRADES-RTN.
           IF WS-GRADE-CNT < WS-GRADE-MAX
               ADD 1 TO WS-GRADE-CNT
               MOVE SAL-TITLE     TO GT-TITLE(WS-GRADE-CNT)
               MOVE SAL-PAY-CYCLE TO GT-PAY-CYCLE(WS-GRADE-CNT)
               MOVE SAL-MAXIMUM   TO GT-MAXIMUM(WS-GRADE-CNT)
           ELSE
               DISPLAY 'SU41PGM46 ABEND - GRADE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-GRADE-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ GRADE-FILE
               AT END MOVE 'F' TO GRADE-EOF-SW.
       LOAD-GRADES-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
               MOVE PR-PAY-RATE TO WS-OLD-RATE
               COMPUTE WS-NEW-RATE ROUNDED =
                   PR-PAY-RATE * (1 + (WS-PCT / 100))
               PERFORM CAP-AT-MAXIMUM-RTN
               ADD 1 TO WS-INCR-CNT
               PERFORM TALLY-IMPACT-RTN
               PERFORM WRITE-DETAIL-RTN
                   MOVE WS-NEW-RATE TO PR-PAY-RATE
                   MOVE WS-RUN-DATE-8 TO PR-LAST-INCREASE-DT
                   PERFORM WRITE-AUDIT-RTN
                   IF WS-NEW-RATE NOT = WS-OLD-RATE
                       PERFORM WRITE-POSHIST-RTN
                   END-IF
               END-IF
           END-IF.
       CONSIDER-INCREASE-RTN-EXIT. EXIT.
           END-IF.
       MATCH-PCT-RTN-EXIT. EXIT.

       CAP-AT-MAXIMUM-RTN.
      * THE RATE STOPS AT THE RANGE MAXIMUM - OR STAYS WHERE IT IS
      * WHEN IT IS ALREADY PAST IT - AND THE RATE DIFFERENCE CAPPED
      * OFF IS ANNUALIZED THE SAME WAY AS THE IMPACT FIGURES AND PAID
      * AS A ONE-TIME LUMP SUM.  A TITLE WITH NO RANGE ON FILE FOR
      * ITS PAY CYCLE IS NOT CAPPED, ONLY COUNTED.
           MOVE 0 TO WS-LUMP-SUM.
           MOVE 'N' TO GRADE-OK-SW.
           PERFORM MATCH-GRADE-RTN
               VARYING GRADE-SUB FROM 1 BY 1
               UNTIL GRADE-SUB > WS-GRADE-CNT OR GRADE-FOUND.
           IF NOT GRADE-FOUND
               ADD 1 TO WS-NO-GRADE-CNT
           ELSE
               MOVE GT-MAXIMUM(GRADE-HIT-SUB) TO WS-CAP-RATE
               IF WS-CAP-RATE < WS-OLD-RATE
                   MOVE WS-OLD-RATE TO WS-CAP-RATE
               END-IF
               IF WS-NEW-RATE > WS-CAP-RATE
                   EVALUATE TRUE
                       WHEN PR-HOURLY
                           COMPUTE WS-LUMP-SUM =
                               (WS-NEW-RATE - WS-CAP-RATE) * 2080
                       WHEN PR-BIWEEKLY
                           COMPUTE WS-LUMP-SUM =
                               (WS-NEW-RATE - WS-CAP-RATE) * 26
                       WHEN OTHER
                           COMPUTE WS-LUMP-SUM =
                               WS-NEW-RATE - WS-CAP-RATE
                   END-EVALUATE
                   MOVE WS-CAP-RATE TO WS-NEW-RATE
                   ADD 1 TO WS-LUMP-CNT
                   ADD WS-LUMP-SUM TO WS-LUMP-TOT
               END-IF
           END-IF.
       CAP-AT-MAXIMUM-RTN-EXIT. EXIT.

       MATCH-GRADE-RTN.
           IF GT-TITLE(GRADE-SUB) = PR-TITLE
                   AND GT-PAY-CYCLE(GRADE-SUB) = PR-PAY-CYCLE
               MOVE 'Y' TO GRADE-OK-SW
               MOVE GRADE-SUB TO GRADE-HIT-SUB
           END-IF.
       MATCH-GRADE-RTN-EXIT. EXIT.

       TALLY-IMPACT-RTN.
      * ANNUALIZED COST OF THE INCREASE FOR THE DIVISION IMPACT
      * SECTION - HOURLY AT 2080 HOURS, BIWEEKLY AT 26 PERIODS,
           MOVE WS-PCT               TO DL-PCT-Z.
           MOVE WS-OLD-RATE          TO DL-OLD-Z.
           MOVE WS-NEW-RATE          TO DL-NEW-Z.
           MOVE WS-LUMP-SUM          TO DL-LUMP-Z.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DETAIL-RTN-EXIT. EXIT.
               UNTIL DIV-PRT-SUB > WS-DIV-CNT.
           DISPLAY 'INCREASES CONSIDERED:        ' WS-INCR-CNT.
           DISPLAY 'PROJECTED ANNUAL IMPACT:     ' WS-IMPACT-YR.
           DISPLAY 'CAPPED AT RANGE MAXIMUM:     ' WS-LUMP-CNT.
           DISPLAY 'LUMP SUMS IN LIEU OF RATE:   ' WS-LUMP-TOT.
           IF WS-NO-GRADE-CNT > 0
               DISPLAY 'NO RANGE FOR TITLE - UNCAPPED: '
                       WS-NO-GRADE-CNT
           END-IF.
           IF NOT APPLY-MODE
               DISPLAY 'PROPOSAL ONLY - MASTER UNCHANGED'
           END-IF.

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE NEW-FILE MERIT-FILE AUDIT-FILE OUT-FILE
                 GRADE-FILE POSH-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
