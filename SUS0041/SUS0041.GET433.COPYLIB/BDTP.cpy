      ***************************************************************
      * SHARED BUSINESS-DATE PARAGRAPHS - COPIED INTO THE PROCEDURE
      * DIVISION OF EVERY BATCH PROGRAM THAT POSTS, AGES OR SETS A
      * DUE OR EFFECTIVE DATE.  GET-BUSINESS-DATE-RTN READS THE
      * PROCESSING-DATE RECORD (BUSDATE) AND LOADS THE HOLIDAY
      * CALENDAR (HOLCAL); THE CALLER STOPS THE STEP IF BDT-LOADED
      * DID NOT COME BACK - A RUN THAT GUESSED ITS DATE FROM THE
      * MACHINE CLOCK IS EXACTLY WHAT THIS EXISTS TO PREVENT.
      *   TEST-BUSINESS-DAY-RTN  - SETS BDT-BUSINESS-DAY FOR BDT-DATE.
      *   NEXT-BUSINESS-DAY-RTN  - ROLLS BDT-DATE FORWARD TO A
      *                            BUSINESS DAY (UNCHANGED IF IT IS
      *                            ONE ALREADY).
      *   ADD-BUSINESS-DAYS-RTN  - MOVES BDT-DATE BDT-DAYS BUSINESS
      *                            DAYS FORWARD.
      *   ADD-CALENDAR-DAYS-RTN  - MOVES BDT-DATE BDT-DAYS CALENDAR
      *                            DAYS FORWARD.
      * WORKING STORAGE FOR THESE PARAGRAPHS IS COPIED FROM BDTW.
      ***************************************************************
       GET-BUSINESS-DATE-RTN.
           MOVE 'N' TO BDT-OK-SW.
           OPEN INPUT BDATE-FILE.
           IF NOT BDATE-FS-OK
               DISPLAY 'PROCESSING-DATE RECORD NOT AVAILABLE, STATUS='
                       BDATE-FS
               GO TO GET-BUSINESS-DATE-RTN-EXIT
           END-IF.
           READ BDATE-FILE
               AT END MOVE '10' TO BDATE-FS.
           CLOSE BDATE-FILE.
           IF NOT BDATE-FS-OK
                   OR BDT-PROC-DATE NOT NUMERIC
                   OR BDT-PROC-DATE = 0
               DISPLAY 'PROCESSING-DATE RECORD EMPTY OR INVALID'
               GO TO GET-BUSINESS-DATE-RTN-EXIT
           END-IF.
           MOVE BDT-PROC-DATE TO BDT-PROCESSING-DATE.
           PERFORM LOAD-HOLIDAYS-RTN THRU LOAD-HOLIDAYS-RTN-EXIT.
           IF NOT HOL-FS-OK
               GO TO GET-BUSINESS-DATE-RTN-EXIT
           END-IF.
      * THE GAP IS NORMAL FOR A RUN STARTED AFTER MIDNIGHT OR ON A
      * HOLIDAY - IT IS LOGGED SO THE OPERATOR CAN SEE WHICH DAY THE
      * STEP POSTED TO.
           ACCEPT BDT-SYSTEM-DATE FROM DATE YYYYMMDD.
           IF BDT-SYSTEM-DATE NOT = BDT-PROCESSING-DATE
               DISPLAY 'PROCESSING DATE ' BDT-PROCESSING-DATE
                       ', SYSTEM DATE ' BDT-SYSTEM-DATE
           END-IF.
           MOVE 'Y' TO BDT-OK-SW.
       GET-BUSINESS-DATE-RTN-EXIT. EXIT.

       LOAD-HOLIDAYS-RTN.
      * NO CALENDAR IS AN ERROR, NOT A CALENDAR WITHOUT HOLIDAYS - A
      * DUE DATE ROLLED ONTO A BANK HOLIDAY IS THE FAULT THIS STOPS.
           MOVE 0 TO HOL-CNT.
           MOVE SPACE TO HOL-EOF-SW.
           OPEN INPUT HOL-FILE.
           IF NOT HOL-FS-OK
               DISPLAY 'HOLIDAY CALENDAR NOT AVAILABLE, STATUS='
                       HOL-FS
               GO TO LOAD-HOLIDAYS-RTN-EXIT
           END-IF.
           READ HOL-FILE
               AT END MOVE 'F' TO HOL-EOF-SW.
           PERFORM LOAD-ONE-HOLIDAY-RTN
               UNTIL HOL-EOF-SW = 'F'.
           CLOSE HOL-FILE.
           IF HOL-CNT > HOL-MAX
               DISPLAY 'HOLIDAY CALENDAR OVER ' HOL-MAX ' ENTRIES'
               MOVE '34' TO HOL-FS
           END-IF.
       LOAD-HOLIDAYS-RTN-EXIT. EXIT.

       LOAD-ONE-HOLIDAY-RTN.
           IF HOL-DATE NUMERIC AND HOL-DATE > 0
               ADD 1 TO HOL-CNT
               IF HOL-CNT NOT > HOL-MAX
                   MOVE HOL-DATE TO HT-DATE(HOL-CNT)
               END-IF
           END-IF.
           READ HOL-FILE
               AT END MOVE 'F' TO HOL-EOF-SW.
       LOAD-ONE-HOLIDAY-RTN-EXIT. EXIT.

       TEST-BUSINESS-DAY-RTN.
      * A WEEKDAY NOT ON THE HOLIDAY CALENDAR.
           MOVE 'N' TO BDT-BUS-SW.
           PERFORM BDT-DAY-NUMBER-RTN THRU BDT-DAY-NUMBER-RTN-EXIT.
           DIVIDE BDT-DAY-NUMBER BY 7 GIVING BDT-DOW-QUOT
               REMAINDER BDT-DOW.
           IF BDT-DOW = 0 OR BDT-DOW = 6
               GO TO TEST-BUSINESS-DAY-RTN-EXIT
           END-IF.
           MOVE 'Y' TO BDT-BUS-SW.
           PERFORM MATCH-HOLIDAY-RTN
               VARYING HOL-SUB FROM 1 BY 1
               UNTIL HOL-SUB > HOL-CNT OR NOT BDT-BUSINESS-DAY.
       TEST-BUSINESS-DAY-RTN-EXIT. EXIT.

       MATCH-HOLIDAY-RTN.
           IF HT-DATE(HOL-SUB) = BDT-DATE
               MOVE 'N' TO BDT-BUS-SW
           END-IF.
       MATCH-HOLIDAY-RTN-EXIT. EXIT.

       NEXT-BUSINESS-DAY-RTN.
           PERFORM TEST-BUSINESS-DAY-RTN
               THRU TEST-BUSINESS-DAY-RTN-EXIT.
           PERFORM BDT-ROLL-DAY-RTN
               UNTIL BDT-BUSINESS-DAY.
       NEXT-BUSINESS-DAY-RTN-EXIT. EXIT.

       BDT-ROLL-DAY-RTN.
           PERFORM BDT-NEXT-DAY-RTN.
           PERFORM TEST-BUSINESS-DAY-RTN
               THRU TEST-BUSINESS-DAY-RTN-EXIT.
       BDT-ROLL-DAY-RTN-EXIT. EXIT.

       ADD-BUSINESS-DAYS-RTN.
      * EACH STEP IS ONE CALENDAR DAY, THEN ON PAST ANY WEEKEND OR
      * HOLIDAY - ZERO DAYS LEAVES BDT-DATE WHERE IT IS.
           PERFORM BDT-BUS-STEP-RTN BDT-DAYS TIMES.
       ADD-BUSINESS-DAYS-RTN-EXIT. EXIT.

       BDT-BUS-STEP-RTN.
           PERFORM BDT-NEXT-DAY-RTN.
           PERFORM NEXT-BUSINESS-DAY-RTN
               THRU NEXT-BUSINESS-DAY-RTN-EXIT.
       BDT-BUS-STEP-RTN-EXIT. EXIT.

       ADD-CALENDAR-DAYS-RTN.
           PERFORM BDT-NEXT-DAY-RTN BDT-DAYS TIMES.
       ADD-CALENDAR-DAYS-RTN-EXIT. EXIT.

       BDT-NEXT-DAY-RTN.
           ADD 1 TO BDT-DD.
           PERFORM BDT-MONTH-LIMIT-RTN.
           IF BDT-DD > BDT-MON-LIMIT
               MOVE 1 TO BDT-DD
               ADD 1 TO BDT-MM
               IF BDT-MM > 12
                   MOVE 1 TO BDT-MM
                   ADD 1 TO BDT-YYYY
               END-IF
           END-IF.
       BDT-NEXT-DAY-RTN-EXIT. EXIT.

       BDT-MONTH-LIMIT-RTN.
      * DAYS IN BDT-DATE'S MONTH, LEAP YEARS AND ALL.
           PERFORM BDT-LEAP-YEAR-RTN.
           MOVE BDT-MON-DAYS(BDT-MM) TO BDT-MON-LIMIT.
           IF BDT-MM = 2 AND BDT-LEAP
               MOVE 29 TO BDT-MON-LIMIT
           END-IF.
       BDT-MONTH-LIMIT-RTN-EXIT. EXIT.

       BDT-LEAP-YEAR-RTN.
           MOVE 'N' TO BDT-LEAP-SW.
           DIVIDE BDT-YYYY BY 4 GIVING BDT-QUOT
               REMAINDER BDT-REM.
           IF BDT-REM = 0
               MOVE 'Y' TO BDT-LEAP-SW
               DIVIDE BDT-YYYY BY 100 GIVING BDT-QUOT
                   REMAINDER BDT-REM
               IF BDT-REM = 0
                   MOVE 'N' TO BDT-LEAP-SW
                   DIVIDE BDT-YYYY BY 400 GIVING BDT-QUOT
                       REMAINDER BDT-REM
                   IF BDT-REM = 0
                       MOVE 'Y' TO BDT-LEAP-SW
                   END-IF
               END-IF
           END-IF.
       BDT-LEAP-YEAR-RTN-EXIT. EXIT.

       BDT-DAY-NUMBER-RTN.
      * DAYS SINCE A FIXED ORIGIN FOR BDT-DATE, LEAP YEARS AND ALL.
           COMPUTE BDT-PRIOR-YR = BDT-YYYY - 1.
           COMPUTE BDT-DAY-NUMBER = BDT-PRIOR-YR * 365
               + BDT-CUM-DAYS(BDT-MM) + BDT-DD.
           DIVIDE BDT-PRIOR-YR BY 4 GIVING BDT-QUOT.
           ADD BDT-QUOT TO BDT-DAY-NUMBER.
           DIVIDE BDT-PRIOR-YR BY 100 GIVING BDT-QUOT.
           SUBTRACT BDT-QUOT FROM BDT-DAY-NUMBER.
           DIVIDE BDT-PRIOR-YR BY 400 GIVING BDT-QUOT.
           ADD BDT-QUOT TO BDT-DAY-NUMBER.
           PERFORM BDT-LEAP-YEAR-RTN.
           IF BDT-LEAP AND BDT-MM > 2
               ADD 1 TO BDT-DAY-NUMBER
           END-IF.
       BDT-DAY-NUMBER-RTN-EXIT. EXIT.
