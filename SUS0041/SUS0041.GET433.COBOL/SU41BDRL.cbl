       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41BDRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY BDTSEL.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

      **** ROLL CARD - OPTIONAL.  NO CARD, OR ACTION 'R', ROLLS THE
      **** PROCESSING DATE TO THE NEXT BUSINESS DAY.  ACTION 'S' SETS
      **** IT TO BDC-SET-DATE, WHICH MUST BE A BUSINESS DAY - HOW THE
      **** RECORD IS SEEDED THE FIRST TIME, AND HOW A DAY IS RE-RUN
      **** AFTER A RECOVERY. ***************************************
       FD  CTL-FILE.
       01  CTL-REC.
           05  BDC-ACTION     PIC X(1).
               88  BDC-ROLL           VALUE 'R' SPACE.
               88  BDC-SET            VALUE 'S'.
           05  BDC-SET-DATE   PIC 9(8).
           05  FILLER         PIC X(71).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * END-OF-DAY PROCESSING-DATE    *
      *                                * ROLL.  OPERATIONS RUNS THIS   *
      *                                * ONCE THE BATCH DAY IS CLOSED; *
      *                                * IT MOVES BUSDATE TO THE NEXT  *
      *                                * BUSINESS DAY ON THE HOLIDAY   *
      *                                * CALENDAR, SO EVERY DATE-      *
      *                                * DRIVEN RUN AFTER IT POSTS ON  *
      *                                * THAT DAY WHATEVER THE CLOCK   *
      *                                * SAYS.  A SET CARD PUTS THE    *
      *                                * DATE WHERE OPERATIONS SAYS,   *
      *                                * BACKWARD ONLY WITH A WARNING. *
      *                                *********************************
       01  WS-WORK-AREA.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-OLD-DATE     PIC 9(8)      VALUE 0.
           05  WS-NEW-DATE     PIC 9(8)      VALUE 0.
           05  WS-NEW-DATE-R   REDEFINES WS-NEW-DATE.
               10  WS-NEW-YYYY PIC 9(4).
               10  WS-NEW-MM   PIC 9(2).
               10  WS-NEW-DD   PIC 9(2).
           05  WS-PRIOR-DATE   PIC 9(8)      VALUE 0.
           05  WS-NEXT-DATE    PIC 9(8)      VALUE 0.
           05  WS-ACTION       PIC X         VALUE 'R'.
           05  WS-YEAR-HOLS    PIC 9(4)      VALUE 0.
           05  WS-SKIPPED      PIC 9(4)      VALUE 0.
           05  WS-DAY-SUB      PIC 9(1)      VALUE 0.
           05  WS-BACK-DD      PIC S9(3)     VALUE 0.
           05  BDATE-FOUND-SW  PIC X         VALUE 'N'.
               88  BDATE-FOUND               VALUE 'Y'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

       01  DAY-NAME-TBL.
           05  FILLER          PIC X(9)  VALUE 'SUNDAY   '.
           05  FILLER          PIC X(9)  VALUE 'MONDAY   '.
           05  FILLER          PIC X(9)  VALUE 'TUESDAY  '.
           05  FILLER          PIC X(9)  VALUE 'WEDNESDAY'.
           05  FILLER          PIC X(9)  VALUE 'THURSDAY '.
           05  FILLER          PIC X(9)  VALUE 'FRIDAY   '.
           05  FILLER          PIC X(9)  VALUE 'SATURDAY '.
       01  DAY-NAME-R REDEFINES DAY-NAME-TBL.
           05  DAY-NAME        PIC X(9)  OCCURS 7 TIMES.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'PROCESSING-DATE ROLL                    '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  DATE-LINE.
           05 DTL-LABEL       PIC X(30).
           05 DTL-DATE        PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DTL-DAY         PIC X(9).
           05 FILLER          PIC X(31) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM GET-CONTROL-RTN THRU GET-CONTROL-RTN-EXIT.
           PERFORM SET-NEW-DATE-RTN THRU SET-NEW-DATE-RTN-EXIT.
           PERFORM WRITE-DATE-RTN THRU WRITE-DATE-RTN-EXIT.
           PERFORM REPORT-RTN THRU REPORT-RTN-EXIT.
           CLOSE OUT-FILE.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41BDRL - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
      * THE DATE CAN ONLY BE ROLLED ONTO A BUSINESS DAY, SO NO
      * CALENDAR MEANS NO ROLL.
           PERFORM LOAD-HOLIDAYS-RTN THRU LOAD-HOLIDAYS-RTN-EXIT.
           IF NOT HOL-FS-OK
               DISPLAY 'SU41BDRL ABEND - HOLIDAY CALENDAR NOT LOADED'
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
      * A MISSING OR EMPTY RECORD IS ONLY ACCEPTABLE TO A SET CARD -
      * THE FIRST RUN SEEDS IT.
           OPEN INPUT BDATE-FILE.
           IF BDATE-FS-OK
               READ BDATE-FILE
                   AT END MOVE '10' TO BDATE-FS
               END-READ
               IF BDATE-FS-OK AND BDT-PROC-DATE NUMERIC
                       AND BDT-PROC-DATE > 0
                   MOVE 'Y' TO BDATE-FOUND-SW
                   MOVE BDT-PROC-DATE TO WS-OLD-DATE
               END-IF
               CLOSE BDATE-FILE
           END-IF.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               GO TO GET-CONTROL-RTN-EXIT
           END-IF.
           READ CTL-FILE
               AT END MOVE SPACES TO CTL-REC.
           CLOSE CTL-FILE.
           IF BDC-SET
               MOVE 'S' TO WS-ACTION
           ELSE
               IF NOT BDC-ROLL
                   DISPLAY 'SU41BDRL ABEND - UNKNOWN ROLL ACTION '
                           BDC-ACTION
                   MOVE 16 TO RETURN-CODE
                   CLOSE OUT-FILE
                   GOBACK
               END-IF
           END-IF.
       GET-CONTROL-RTN-EXIT. EXIT.

       SET-NEW-DATE-RTN.
           IF WS-ACTION = 'S'
               PERFORM CHECK-SET-DATE-RTN THRU CHECK-SET-DATE-RTN-EXIT
               GO TO SET-NEW-DATE-RTN-EXIT
           END-IF.
           IF NOT BDATE-FOUND
               DISPLAY 'SU41BDRL ABEND - NO PROCESSING DATE TO ROLL, '
                       'SEED IT WITH A SET CARD'
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
      * ONE CALENDAR DAY ON, THEN PAST ANY WEEKEND OR HOLIDAY - THE
      * DAYS PASSED OVER ARE COUNTED FOR THE REPORT.
           MOVE WS-OLD-DATE TO BDT-DATE.
           MOVE 1 TO BDT-DAYS.
           PERFORM ADD-BUSINESS-DAYS-RTN
               THRU ADD-BUSINESS-DAYS-RTN-EXIT.
           MOVE BDT-DATE TO WS-NEW-DATE.
           MOVE WS-OLD-DATE TO WS-PRIOR-DATE.
           MOVE WS-OLD-DATE TO BDT-DATE.
           PERFORM COUNT-SKIPPED-RTN
               UNTIL BDT-DATE NOT < WS-NEW-DATE.
       SET-NEW-DATE-RTN-EXIT. EXIT.

       COUNT-SKIPPED-RTN.
           PERFORM BDT-NEXT-DAY-RTN.
           IF BDT-DATE < WS-NEW-DATE
               ADD 1 TO WS-SKIPPED
           END-IF.
       COUNT-SKIPPED-RTN-EXIT. EXIT.

       CHECK-SET-DATE-RTN.
           IF BDC-SET-DATE NOT NUMERIC
               DISPLAY 'SU41BDRL ABEND - SET DATE NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           MOVE BDC-SET-DATE TO WS-NEW-DATE.
           MOVE BDC-SET-DATE TO BDT-DATE.
           IF WS-NEW-YYYY < 1900 OR WS-NEW-MM < 1 OR WS-NEW-MM > 12
                   OR WS-NEW-DD < 1
               DISPLAY 'SU41BDRL ABEND - SET DATE INVALID '
                       BDC-SET-DATE
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           PERFORM BDT-MONTH-LIMIT-RTN.
           IF WS-NEW-DD > BDT-MON-LIMIT
               DISPLAY 'SU41BDRL ABEND - SET DATE INVALID '
                       BDC-SET-DATE
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           PERFORM TEST-BUSINESS-DAY-RTN
               THRU TEST-BUSINESS-DAY-RTN-EXIT.
           IF NOT BDT-BUSINESS-DAY
               DISPLAY 'SU41BDRL ABEND - SET DATE ' BDC-SET-DATE
                       ' IS NOT A BUSINESS DAY'
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
      * THE PRIOR BUSINESS DAY IS FOUND BY STEPPING FORWARD FROM A
      * FORTNIGHT BACK - THE ROUTINES ONLY RUN FORWARD, AND NO
      * HOLIDAY RUN IS THAT LONG.
           PERFORM FIND-PRIOR-RTN THRU FIND-PRIOR-RTN-EXIT.
           IF BDATE-FOUND AND WS-NEW-DATE < WS-OLD-DATE
               DISPLAY 'SU41BDRL - PROCESSING DATE MOVED BACK FROM '
                       WS-OLD-DATE ' TO ' WS-NEW-DATE
               MOVE 4 TO RETURN-CODE
           END-IF.
       CHECK-SET-DATE-RTN-EXIT. EXIT.

       FIND-PRIOR-RTN.
           MOVE WS-NEW-DATE TO BDT-DATE.
           COMPUTE WS-BACK-DD = BDT-DD - 14.
           IF WS-BACK-DD < 1
               SUBTRACT 1 FROM BDT-MM
               IF BDT-MM < 1
                   MOVE 12 TO BDT-MM
                   SUBTRACT 1 FROM BDT-YYYY
               END-IF
               PERFORM BDT-MONTH-LIMIT-RTN
               COMPUTE BDT-DD = WS-BACK-DD + BDT-MON-LIMIT
           ELSE
               MOVE WS-BACK-DD TO BDT-DD
           END-IF.
           PERFORM NEXT-BUSINESS-DAY-RTN
               THRU NEXT-BUSINESS-DAY-RTN-EXIT.
           MOVE BDT-DATE TO WS-PRIOR-DATE.
           PERFORM STEP-PRIOR-RTN
               UNTIL BDT-DATE NOT < WS-NEW-DATE.
       FIND-PRIOR-RTN-EXIT. EXIT.

       STEP-PRIOR-RTN.
           MOVE BDT-DATE TO WS-PRIOR-DATE.
           MOVE 1 TO BDT-DAYS.
           PERFORM ADD-BUSINESS-DAYS-RTN
               THRU ADD-BUSINESS-DAYS-RTN-EXIT.
       STEP-PRIOR-RTN-EXIT. EXIT.

       WRITE-DATE-RTN.
           MOVE WS-NEW-DATE TO BDT-DATE.
           MOVE 1 TO BDT-DAYS.
           PERFORM ADD-BUSINESS-DAYS-RTN
               THRU ADD-BUSINESS-DAYS-RTN-EXIT.
           MOVE BDT-DATE TO WS-NEXT-DATE.
           OPEN OUTPUT BDATE-FILE.
           IF NOT BDATE-FS-OK
               DISPLAY 'SU41BDRL ABEND - BDATE-FILE OPEN FAILED, '
                       'STATUS=' BDATE-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           MOVE SPACES          TO BDATE-REC.
           MOVE WS-NEW-DATE     TO BDT-PROC-DATE.
           MOVE WS-PRIOR-DATE   TO BDT-PRIOR-DATE.
           MOVE WS-NEXT-DATE    TO BDT-NEXT-DATE.
           MOVE 'SU41BDRL'      TO BDT-ROLL-PGM.
           MOVE WS-RUN-DATE-8   TO BDT-ROLL-DATE.
           MOVE WS-RUN-TIME(1:6) TO BDT-ROLL-TIME.
           WRITE BDATE-REC.
           IF NOT BDATE-FS-OK
               DISPLAY 'SU41BDRL ABEND - BDATE-FILE WRITE FAILED, '
                       'STATUS=' BDATE-FS
               MOVE 16 TO RETURN-CODE
               CLOSE BDATE-FILE OUT-FILE
               GOBACK
           END-IF.
           CLOSE BDATE-FILE.
           DISPLAY 'SU41BDRL - PROCESSING DATE NOW ' WS-NEW-DATE.
       WRITE-DATE-RTN-EXIT. EXIT.

       REPORT-RTN.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           IF BDATE-FOUND
               MOVE 'PROCESSING DATE WAS          ' TO DTL-LABEL
               MOVE WS-OLD-DATE TO BDT-DATE
               PERFORM WRITE-DATE-LINE-RTN
           END-IF.
           MOVE 'PRIOR BUSINESS DAY           ' TO DTL-LABEL.
           MOVE WS-PRIOR-DATE TO BDT-DATE.
           PERFORM WRITE-DATE-LINE-RTN.
           MOVE 'PROCESSING DATE NOW          ' TO DTL-LABEL.
           MOVE WS-NEW-DATE TO BDT-DATE.
           PERFORM WRITE-DATE-LINE-RTN.
           MOVE 'NEXT BUSINESS DAY            ' TO DTL-LABEL.
           MOVE WS-NEXT-DATE TO BDT-DATE.
           PERFORM WRITE-DATE-LINE-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'NON-BUSINESS DAYS PASSED OVER           '
               TO CTL-LABEL.
           MOVE WS-SKIPPED TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HOLIDAYS ON THE CALENDAR                '
               TO CTL-LABEL.
           MOVE HOL-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
      * A CALENDAR WITH NOTHING FOR THE NEW DATE'S YEAR HAS NOT BEEN
      * LOADED YET - EVERY WEEKDAY WOULD COUNT AS A BUSINESS DAY.
           MOVE 0 TO WS-YEAR-HOLS.
           PERFORM COUNT-YEAR-RTN
               VARYING HOL-SUB FROM 1 BY 1
               UNTIL HOL-SUB > HOL-CNT.
           MOVE 'HOLIDAYS IN THE YEAR OF THE NEW DATE    '
               TO CTL-LABEL.
           MOVE WS-YEAR-HOLS TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-YEAR-HOLS = 0
               DISPLAY 'SU41BDRL - HOLIDAY CALENDAR HAS NO ENTRIES '
                       'FOR ' WS-NEW-YYYY
               MOVE 4 TO RETURN-CODE
           END-IF.
       REPORT-RTN-EXIT. EXIT.

       COUNT-YEAR-RTN.
           IF HT-DATE(HOL-SUB)(1:4) = WS-NEW-DATE(1:4)
               ADD 1 TO WS-YEAR-HOLS
           END-IF.
       COUNT-YEAR-RTN-EXIT. EXIT.

       WRITE-DATE-LINE-RTN.
           MOVE BDT-DATE TO DTL-DATE.
           PERFORM BDT-DAY-NUMBER-RTN THRU BDT-DAY-NUMBER-RTN-EXIT.
           DIVIDE BDT-DAY-NUMBER BY 7 GIVING BDT-DOW-QUOT
               REMAINDER BDT-DOW.
           COMPUTE WS-DAY-SUB = BDT-DOW + 1.
           MOVE DAY-NAME(WS-DAY-SUB) TO DTL-DAY.
           MOVE DATE-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DATE-LINE-RTN-EXIT. EXIT.

       COPY BDTP.
