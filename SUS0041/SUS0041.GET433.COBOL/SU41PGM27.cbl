                     FILE STATUS IS CAMP-FS.
            SELECT OUT-FILE    ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

      **** RETURNED-MAIL REGISTER AND HOLD LIST - A NOTICE FOR AN
      **** ADDRESS THE POST OFFICE HAS SENT MAIL BACK FROM IS HELD ****
       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * READS THE OPEN-ITEM SUBLEDGER *
           05  EOF-SW-IN       PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-CYCLE    PIC 9(6)      VALUE 0.
           05  WS-PAY-DAYS     PIC 9(3)      VALUE 15.
           05  WS-PAY-BY-DATE  PIC 9(8)      VALUE 0.
           05  WS-CUTOFF-30    PIC 9(8)      VALUE 0.
           05  WS-CUTOFF-60    PIC 9(8)      VALUE 0.
           05  WS-CUTOFF-90    PIC 9(8)      VALUE 0.
       01  WS-STU-ADDRESS      PIC X(20)     VALUE SPACES.
       01  WS-STU-FOUND-SW     PIC X         VALUE 'N'.
           88  WS-STU-FOUND                  VALUE 'Y'.
       01  WS-MAILED-SW        PIC X         VALUE 'N'.
           88  WS-NOTICE-MAILED              VALUE 'Y'.

       01  LEVEL-TITLE-TBL.
           05  FILLER          PIC X(40) VALUE
           05 NT-DATE         PIC 9(8).
           05 FILLER          PIC X(58) VALUE SPACES.

       01  NOTICE-DUE-LINE.
           05 FILLER          PIC X(21) VALUE 'PAYMENT DUE BY:      '.
           05 NT-PAY-BY       PIC 9(8).
           05 FILLER          PIC X(51) VALUE SPACES.

       01  NOTICE-NAME-LINE.
           05 FILLER          PIC X(6)  VALUE 'NAME: '.
           05 NT-NAME         PIC X(20).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       COPY RMLW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
       GET-CAMPUS-RTN-EXIT. EXIT.

       OPEN-FILES-RTN.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM27 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           OPEN INPUT IN-FILE.
           IF NOT IN-FS-OK
               DISPLAY 'SU41PGM27 - IN-FILE OPEN FAILED, STATUS='
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'SU41PGM27'   TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41PGM27 - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-RUN-DATE-8(1:6) TO WS-RUN-CYCLE.
      * EVERY NOTICE NAMES THE DAY PAYMENT IS DUE - WS-PAY-DAYS AFTER
      * THE NOTICE DATE, ROLLED ON PAST A WEEKEND OR BANK HOLIDAY SO
      * THE STUDENT IS NEVER TOLD TO PAY ON A DAY THE OFFICE IS SHUT.
           MOVE WS-RUN-DATE-8 TO BDT-DATE.
           MOVE WS-PAY-DAYS TO BDT-DAYS.
           PERFORM ADD-CALENDAR-DAYS-RTN
               THRU ADD-CALENDAR-DAYS-RTN-EXIT.
           PERFORM NEXT-BUSINESS-DAY-RTN
               THRU NEXT-BUSINESS-DAY-RTN-EXIT.
           MOVE BDT-DATE TO WS-PAY-BY-DATE.
           READ IN-FILE
               AT END MOVE 'F' TO EOF-SW-IN.
           READ OPIT-FILE
                   MOVE 'ALREADY SENT THIS CYCLE ' TO RD-ACTION
                   PERFORM WRITE-REGISTER-RTN
      * THE HISTORY RECORDS WHAT WAS ACTUALLY MAILED - A SELECTION
      * THAT COULD NOT BE SENT (NO STUDENT-MASTER NAME, OR HELD FOR
      * RETURNED MAIL) MUST NOT BE RECORDED, OR THE REAL NOTICE WOULD
      * BE SUPPRESSED LATER THIS CYCLE ONCE THE MASTER RECORD TURNS UP
      * OR THE ADDRESS IS CORRECTED.
               WHEN HIST-OK
                   PERFORM SEND-NOTICE-RTN
                   IF WS-NOTICE-MAILED
                       MOVE WS-LEVEL       TO NH-LEVEL
                       MOVE WS-RUN-DATE-8  TO NH-SENT-DATE
                       MOVE WS-RUN-CYCLE   TO NH-CYCLE
                   END-IF
               WHEN HIST-NOT-FOUND
                   PERFORM SEND-NOTICE-RTN
                   IF WS-NOTICE-MAILED
                       MOVE WS-CUR-SSN     TO NH-SSN
                       MOVE WS-LEVEL       TO NH-LEVEL
                       MOVE WS-RUN-DATE-8  TO NH-SENT-DATE
       CHECK-HISTORY-RTN-EXIT. EXIT.

       SEND-NOTICE-RTN.
           MOVE 'N' TO WS-MAILED-SW.
           PERFORM LOOKUP-STUDENT-RTN.
           IF NOT WS-STU-FOUND
      * NO NAME OR ADDRESS ON THE STUDENT MASTER - A NOTICE CANNOT BE
               MOVE 'NO STUDENT MASTER RECORD' TO RD-ACTION
               PERFORM WRITE-REGISTER-RTN
           ELSE
               MOVE 'S'            TO RML-REQ-MASTER
               MOVE WS-CUR-SSN     TO RML-REQ-ID
               MOVE WS-STU-NAME    TO RML-REQ-NAME
               MOVE WS-STU-ADDRESS TO RML-REQ-ADDRESS
               PERFORM CHECK-RETURNED-MAIL-RTN
                   THRU CHECK-RETURNED-MAIL-RTN-EXIT
               IF RML-HOLD-MAIL
                   MOVE 'HELD - RETURNED MAIL    ' TO RD-ACTION
               ELSE
                   MOVE 'Y' TO WS-MAILED-SW
                   ADD 1 TO WS-SENT-CNT
                   PERFORM WRITE-NOTICE-RTN
                   MOVE 'NOTICE SENT             ' TO RD-ACTION
               END-IF
               PERFORM WRITE-REGISTER-RTN
           END-IF.
       SEND-NOTICE-RTN-EXIT. EXIT.
           MOVE WS-OPEN-TOTAL TO NT-BALANCE-Z.
           MOVE NOTICE-BAL-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           MOVE WS-PAY-BY-DATE TO NT-PAY-BY.
           MOVE NOTICE-DUE-LINE TO NOTICE-REC.
           WRITE NOTICE-REC.
           PERFORM WRITE-NOTICE-ITEM-RTN
               VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > WS-ITEM-CNT.
           MOVE WS-NONAME-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HELD - RETURNED MAIL' TO CTL-LABEL.
           MOVE RML-HELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SKIPPED - PLACED WITH AGENCY' TO CTL-LABEL.
           MOVE WS-PLACED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
       CLOSE-FILES-RTN.
           CLOSE IN-FILE OPIT-FILE AR-FILE HIST-FILE NOTICE-FILE
                 OUT-FILE.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.

       COPY RMLP.
