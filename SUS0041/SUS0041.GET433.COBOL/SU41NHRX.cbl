       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41NHRX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT NHE-FILE      ASSIGN TO NHEFILE
                     FILE STATUS IS NHE-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT HIST-FILE     ASSIGN TO NHHFILE
                     FILE STATUS IS HIST-FS.
            SELECT HISTO-FILE    ASSIGN TO NHOFILE
                     FILE STATUS IS HISTO-FS.
            SELECT STATE-FILE    ASSIGN TO NHSFILE
                     FILE STATUS IS STATE-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** EMPLOYER CARDS - CARD '1' CARRIES THE FEIN, THE NUMBER OF
      **** DAYS FROM THE START DATE THE STATE ALLOWS FOR THE REPORT
      **** (ZERO OR BLANK MEANS 20) AND THE EMPLOYER NAME; CARD '2'
      **** THE EMPLOYER ADDRESS THE STATE MAILS INCOME WITHHOLDING
      **** ORDERS TO ***************************************************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-CARD-TYPE  PIC X(1).
           05  CTL-FEIN       PIC X(9).
           05  CTL-DEADLINE   PIC 9(3).
           05  CTL-ER-NAME    PIC X(45).
           05  FILLER         PIC X(22).
       01  CTL-ADDR-REC.
           05  FILLER         PIC X(1).
           05  CTL-ER-ADDRESS PIC X(30).
           05  CTL-ER-CITY    PIC X(30).
           05  CTL-ER-STATE   PIC X(2).
           05  CTL-ER-ZIP     PIC X(9).
           05  FILLER         PIC X(8).

      **** HIRES AND REHIRES APPLIED BY THE BATCH HIRE LOAD ***********
       FD  NHE-FILE.
           COPY NHEVENT.

      **** UPDATED PAYROLL MASTER - NAME AND HOME ADDRESS *************
       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** REPORTING HISTORY - PRIOR STATE IN, UPDATED STATE OUT SO
      **** NHOFILE REPLACES THE INPUT AS NEXT RUN'S FILE ***************
       FD  HIST-FILE.
           COPY NHHIST.

       FD  HISTO-FILE.
       01  HISTO-REC          PIC X(60).

      **** THE STATE NEW-HIRE DIRECTORY TRANSMISSION ******************
       FD  STATE-FILE.
           COPY NHSTATE.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * STATE NEW-HIRE DIRECTORY      *
      *                                * EXTRACT.  EVERY HIRE AND      *
      *                                * REHIRE THE BATCH HIRE LOAD    *
      *                                * APPLIES IS REPORTED TO THE    *
      *                                * STATE ONCE, WITH THE NAME AND *
      *                                * HOME ADDRESS FROM THE MASTER, *
      *                                * THE SSN FROM THE HIRE FEED    *
      *                                * AND THE EMPLOYER FROM THE     *
      *                                * CARDS.  THE HISTORY FILE KEEPS*
      *                                * ANYONE FROM GOING TWICE, HOLDS*
      *                                * BACK A HIRE WITH NO SSN OR    *
      *                                * ADDRESS UNTIL IT IS FIXED, AND*
      *                                * FLAGS ANY REPORT MADE PAST THE*
      *                                * STATE'S DEADLINE.  THE W4     *
      *                                * COUNT PRINTED AT THE END TIES *
      *                                * TO THE STATE'S ACKNOWLEDGMENT.*
      *                                *********************************
       01  WS-WORK-AREA.
           05  NHE-EOF-SW      PIC X         VALUE SPACES.
           05  PAYROLL-EOF-SW  PIC X         VALUE SPACES.
           05  HIST-EOF-SW     PIC X         VALUE SPACES.
           05  HIST-OPEN-SW    PIC X         VALUE 'N'.
               88  HIST-OPEN                 VALUE 'Y'.
           05  NT-FOUND-SW     PIC X         VALUE 'N'.
               88  NT-FOUND                  VALUE 'Y'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
               10  WS-RUN-YYYY PIC 9(4).
               10  FILLER      PIC 9(4).
           05  WS-KEEP-YYYY    PIC 9(4)      VALUE 0.
           05  WS-RPT-YYYY     PIC 9(4)      VALUE 0.
           05  WS-RUN-DAYNO    PIC 9(7)      VALUE 0.
           05  WS-DAYS         PIC S9(7)     VALUE 0.
           05  WS-DEADLINE     PIC 9(3)      VALUE 20.
           05  WS-FEIN         PIC X(9)      VALUE SPACES.
           05  WS-ER-NAME      PIC X(45)     VALUE SPACES.
           05  WS-ER-ADDRESS   PIC X(30)     VALUE SPACES.
           05  WS-ER-CITY      PIC X(30)     VALUE SPACES.
           05  WS-ER-STATE     PIC X(2)      VALUE SPACES.
           05  WS-ER-ZIP       PIC X(9)      VALUE SPACES.
           05  WS-FIND-ID      PIC X(7)      VALUE SPACES.
           05  WS-FIND-START   PIC 9(8)      VALUE 0.
           05  NT-SUB          PIC 9(4)      VALUE 0.
           05  NT-HIT-SUB      PIC 9(4)      VALUE 0.
           05  WS-NT-CNT       PIC 9(4)      VALUE 0.
           05  WS-NT-MAX       PIC 9(4)      VALUE 5000.
           05  WS-HIST-CNT     PIC 9(7)      VALUE 0.
           05  WS-PURGE-CNT    PIC 9(7)      VALUE 0.
           05  WS-NHE-CNT      PIC 9(7)      VALUE 0.
           05  WS-DUP-CNT      PIC 9(7)      VALUE 0.
           05  WS-SENT-CNT     PIC 9(7)      VALUE 0.
           05  WS-LATE-CNT     PIC 9(7)      VALUE 0.
           05  WS-HELD-CNT     PIC 9(7)      VALUE 0.
           05  WS-OVERDUE-CNT  PIC 9(7)      VALUE 0.
           05  WS-HISTO-CNT    PIC 9(7)      VALUE 0.
           05  WS-LINE-CNT     PIC 9(7)      VALUE 0.
           05  WS-REPORT-RESULT PIC X        VALUE SPACES.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  NHE-FS          PIC XX        VALUE '00'.
               88  NHE-FS-OK                 VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  HIST-FS         PIC XX        VALUE '00'.
               88  HIST-FS-OK                VALUE '00'.
           05  HISTO-FS        PIC XX        VALUE '00'.
               88  HISTO-FS-OK               VALUE '00'.
           05  STATE-FS        PIC XX        VALUE '00'.
               88  STATE-FS-OK               VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** CALENDAR-DAY NUMBERING, AS THE MONTH-END ACCRUAL (SU41ACCR)
      **** DOES IT, SO THE DAYS SINCE A START DATE ARE TRUE CALENDAR
      **** DAYS ********************************************************
       01  WS-DAYNO-AREA.
           05  WS-DN-DATE      PIC 9(8)      VALUE 0.
           05  WS-DN-DATE-R    REDEFINES WS-DN-DATE.
               10  WS-DN-YYYY  PIC 9(4).
               10  WS-DN-MM    PIC 9(2).
               10  WS-DN-DD    PIC 9(2).
           05  WS-DN-PRIOR-YR  PIC 9(4)      VALUE 0.
           05  WS-DN-QUOT      PIC 9(4)      VALUE 0.
           05  WS-DN-REM       PIC 9(4)      VALUE 0.
           05  WS-DN-LEAP-SW   PIC X         VALUE 'N'.
               88  WS-DN-LEAP                VALUE 'Y'.
           05  WS-DAY-NUMBER   PIC 9(7)      VALUE 0.
           05  WS-CUM-DAYS-TBL PIC X(36)     VALUE
                   '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-R   REDEFINES WS-CUM-DAYS-TBL.
               10  WS-CUM-DAYS PIC 9(3)  OCCURS 12 TIMES.

      **** EVERY EVENT ON THE HISTORY PLUS THIS RUN'S NEW ONES.
      **** NT-RESULT IS WHAT BECAME OF THE EVENT THIS RUN - 'S' SENT,
      **** 'H' HELD, 'D' A REPEAT OF ONE ALREADY REPORTED ************
       01  WS-NT-AREA.
           05  WS-NT-TBL OCCURS 5000 TIMES.
             10  NT-EMP-ID       PIC X(7).
             10  NT-START-DT     PIC 9(8).
             10  NT-ACTION       PIC X(1).
             10  NT-SSN          PIC X(9).
             10  NT-WORK-STATE   PIC X(2).
             10  NT-STATUS       PIC X(1).
             10  NT-LOAD-DATE    PIC 9(8).
             10  NT-REPORTED-DATE PIC 9(8).
             10  NT-LATE-FLAG    PIC X(1).
             10  NT-LAST-NAME    PIC X(26).
             10  NT-RESULT       PIC X(1).
             10  NT-REASON       PIC X(20).
             10  NT-DAYS         PIC 9(5).

       COPY SSNCHKW.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '   STATE NEW-HIRE DIRECTORY REPORTING   '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(7)  VALUE '  FEIN '.
           05 HL-FEIN         PIC X(9).
           05 FILLER          PIC X(17) VALUE '  DEADLINE DAYS  '.
           05 HL-DEADLINE     PIC ZZ9.
           05 FILLER          PIC X(27) VALUE SPACES.

       01  SECTION-LINE.
           05 SL-TITLE        PIC X(40).
           05 FILLER          PIC X(40) VALUE SPACES.

       01  DTL-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  LAST NAME            A START DT '.
           05 FILLER          PIC X(40) VALUE
                   ' DAYS  STATUS  REASON                  '.

       01  DTL-LINE.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ACTION       PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-START-DT     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DAYS         PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-STATUS       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-REASON       PIC X(20).
           05 FILLER          PIC X(5)  VALUE SPACES.

       01  NONE-LINE.
           05 FILLER          PIC X(40) VALUE
                   '  NONE                                  '.
           05 FILLER          PIC X(40) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM LOAD-HISTORY-RTN THRU LOAD-HISTORY-RTN-EXIT
               UNTIL HIST-EOF-SW = 'F'.
           PERFORM LOAD-EVENTS-RTN THRU LOAD-EVENTS-RTN-EXIT
               UNTIL NHE-EOF-SW = 'F'.
           PERFORM SCAN-MASTER-RTN
               UNTIL PAYROLL-EOF-SW = 'F'.
           PERFORM NOT-ON-MASTER-RTN
               VARYING NT-SUB FROM 1 BY 1
               UNTIL NT-SUB > WS-NT-CNT.
           PERFORM WRITE-TOTAL-REC-RTN.
           MOVE 'HIRES REPORTED TO THE STATE             ' TO SL-TITLE.
           MOVE 'S' TO WS-REPORT-RESULT.
           PERFORM WRITE-SECTION-RTN.
           MOVE 'HELD BACK - NOT REPORTED                ' TO SL-TITLE.
           MOVE 'H' TO WS-REPORT-RESULT.
           PERFORM WRITE-SECTION-RTN.
           MOVE 'ALREADY REPORTED - NOT SENT AGAIN       ' TO SL-TITLE.
           MOVE 'D' TO WS-REPORT-RESULT.
           PERFORM WRITE-SECTION-RTN.
           PERFORM WRITE-HISTORY-RTN
               VARYING NT-SUB FROM 1 BY 1
               UNTIL NT-SUB > WS-NT-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * THE STATE REJECTS A REPORT WITHOUT THE EMPLOYER'S FEIN, SO
      * A MISSING OR UNUSABLE EMPLOYER CARD STOPS THE RUN.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41NHRX - CTL-FILE OPEN FAILED, STATUS='
                       CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM READ-CARD-RTN THRU READ-CARD-RTN-EXIT.
           PERFORM READ-CARD-RTN THRU READ-CARD-RTN-EXIT.
           CLOSE CTL-FILE.
           IF WS-FEIN NOT NUMERIC OR WS-ER-NAME = SPACES
                   OR WS-ER-ADDRESS = SPACES
               DISPLAY 'SU41NHRX - EMPLOYER CARDS MISSING OR '
                       'INCOMPLETE - FEIN, NAME AND ADDRESS NEEDED'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT NHE-FILE.
           IF NOT NHE-FS-OK
               DISPLAY 'SU41NHRX - NHE-FILE OPEN FAILED, STATUS='
                       NHE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41NHRX - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO HISTORY FILE IS THE FIRST RUN - NOTHING REPORTED YET.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FS-OK
               DISPLAY 'SU41NHRX - NO HISTORY FILE, STATUS=' HIST-FS
                       ' - STARTING EMPTY'
               MOVE 'F' TO HIST-EOF-SW
           ELSE
               MOVE 'Y' TO HIST-OPEN-SW
               READ HIST-FILE
                   AT END MOVE 'F' TO HIST-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT HISTO-FILE.
           IF NOT HISTO-FS-OK
               DISPLAY 'SU41NHRX - HISTO-FILE OPEN FAILED, STATUS='
                       HISTO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT STATE-FILE.
           IF NOT STATE-FS-OK
               DISPLAY 'SU41NHRX - STATE-FILE OPEN FAILED, STATUS='
                       STATE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41NHRX - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41NHRX ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           COMPUTE WS-KEEP-YYYY = WS-RUN-YYYY - 1.
           MOVE WS-RUN-DATE-8 TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT.
           MOVE WS-DAY-NUMBER TO WS-RUN-DAYNO.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE WS-FEIN       TO HL-FEIN.
           MOVE WS-DEADLINE   TO HL-DEADLINE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ NHE-FILE
               AT END MOVE 'F' TO NHE-EOF-SW.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       READ-CARD-RTN.
           READ CTL-FILE
               AT END GO TO READ-CARD-RTN-EXIT.
           IF CTL-CARD-TYPE = '1'
               MOVE CTL-FEIN    TO WS-FEIN
               MOVE CTL-ER-NAME TO WS-ER-NAME
               IF CTL-DEADLINE NUMERIC AND CTL-DEADLINE > 0
                   MOVE CTL-DEADLINE TO WS-DEADLINE
               END-IF
           END-IF.
           IF CTL-CARD-TYPE = '2'
               MOVE CTL-ER-ADDRESS TO WS-ER-ADDRESS
               MOVE CTL-ER-CITY    TO WS-ER-CITY
               MOVE CTL-ER-STATE   TO WS-ER-STATE
               MOVE CTL-ER-ZIP     TO WS-ER-ZIP
           END-IF.
       READ-CARD-RTN-EXIT. EXIT.

       LOAD-HISTORY-RTN.
      * A REPORTED EVENT IS KEPT THROUGH THE PRIOR YEAR, LONG ENOUGH
      * TO CATCH A FEED RERUN; ONE STILL PENDING IS NEVER DROPPED.
           IF NHH-REPORTED
               MOVE NHH-REPORTED-DATE(1:4) TO WS-RPT-YYYY
               IF WS-RPT-YYYY < WS-KEEP-YYYY
                   ADD 1 TO WS-PURGE-CNT
                   GO TO LOAD-HISTORY-RTN-READ
               END-IF
           END-IF.
           PERFORM ADD-ROW-RTN.
           MOVE NHH-EMP-ID        TO NT-EMP-ID(NT-HIT-SUB).
           MOVE NHH-START-DT      TO NT-START-DT(NT-HIT-SUB).
           MOVE NHH-ACTION        TO NT-ACTION(NT-HIT-SUB).
           MOVE NHH-SSN           TO NT-SSN(NT-HIT-SUB).
           MOVE NHH-WORK-STATE    TO NT-WORK-STATE(NT-HIT-SUB).
           MOVE NHH-STATUS        TO NT-STATUS(NT-HIT-SUB).
           MOVE NHH-LOAD-DATE     TO NT-LOAD-DATE(NT-HIT-SUB).
           MOVE NHH-REPORTED-DATE TO NT-REPORTED-DATE(NT-HIT-SUB).
           MOVE NHH-LATE-FLAG     TO NT-LATE-FLAG(NT-HIT-SUB).
       LOAD-HISTORY-RTN-READ.
           ADD 1 TO WS-HIST-CNT.
           READ HIST-FILE
               AT END MOVE 'F' TO HIST-EOF-SW.
       LOAD-HISTORY-RTN-EXIT. EXIT.

       LOAD-EVENTS-RTN.
      * THE SAME EMPLOYEE AND START DATE ALREADY ON THE HISTORY IS A
      * RERUN OF AN OLD FEED - REPORTED ONCE IS ENOUGH.  ONE STILL
      * PENDING TAKES THE FEED'S SSN IN CASE IT WAS CORRECTED.
           ADD 1 TO WS-NHE-CNT.
           MOVE NHE-EMP-ID   TO WS-FIND-ID.
           MOVE NHE-START-DT TO WS-FIND-START.
           PERFORM FIND-ROW-RTN.
           IF NT-FOUND
               IF NT-STATUS(NT-HIT-SUB) = 'R'
                   MOVE 'D' TO NT-RESULT(NT-HIT-SUB)
                   MOVE 'REPORTED ' TO NT-REASON(NT-HIT-SUB)
                   MOVE NT-REPORTED-DATE(NT-HIT-SUB)
                       TO NT-REASON(NT-HIT-SUB)(10:8)
                   ADD 1 TO WS-DUP-CNT
               ELSE
                   IF NHE-SSN NOT = SPACES
                       MOVE NHE-SSN TO NT-SSN(NT-HIT-SUB)
                   END-IF
               END-IF
               GO TO LOAD-EVENTS-RTN-READ
           END-IF.
           PERFORM ADD-ROW-RTN.
           MOVE NHE-EMP-ID     TO NT-EMP-ID(NT-HIT-SUB).
           MOVE NHE-START-DT   TO NT-START-DT(NT-HIT-SUB).
           MOVE NHE-ACTION     TO NT-ACTION(NT-HIT-SUB).
           MOVE NHE-SSN        TO NT-SSN(NT-HIT-SUB).
           MOVE NHE-WORK-STATE TO NT-WORK-STATE(NT-HIT-SUB).
           MOVE 'P'            TO NT-STATUS(NT-HIT-SUB).
           MOVE NHE-LOAD-DATE  TO NT-LOAD-DATE(NT-HIT-SUB).
           MOVE 0              TO NT-REPORTED-DATE(NT-HIT-SUB).
           MOVE 'N'            TO NT-LATE-FLAG(NT-HIT-SUB).
       LOAD-EVENTS-RTN-READ.
           READ NHE-FILE
               AT END MOVE 'F' TO NHE-EOF-SW.
       LOAD-EVENTS-RTN-EXIT. EXIT.

       ADD-ROW-RTN.
           ADD 1 TO WS-NT-CNT.
           IF WS-NT-CNT > WS-NT-MAX
               DISPLAY 'SU41NHRX ABEND - HISTORY TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-NT-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE WS-NT-CNT TO NT-HIT-SUB.
           MOVE SPACES    TO NT-LAST-NAME(NT-HIT-SUB).
           MOVE SPACES    TO NT-RESULT(NT-HIT-SUB).
           MOVE SPACES    TO NT-REASON(NT-HIT-SUB).
           MOVE 0         TO NT-DAYS(NT-HIT-SUB).
       ADD-ROW-RTN-EXIT. EXIT.

       FIND-ROW-RTN.
           MOVE 'N' TO NT-FOUND-SW.
           MOVE 0 TO NT-HIT-SUB.
           PERFORM MATCH-ROW-RTN
               VARYING NT-SUB FROM 1 BY 1
               UNTIL NT-SUB > WS-NT-CNT OR NT-FOUND.
       FIND-ROW-RTN-EXIT. EXIT.

       MATCH-ROW-RTN.
           IF NT-EMP-ID(NT-SUB) = WS-FIND-ID
                   AND NT-START-DT(NT-SUB) = WS-FIND-START
               MOVE 'Y' TO NT-FOUND-SW
               MOVE NT-SUB TO NT-HIT-SUB
           END-IF.
       MATCH-ROW-RTN-EXIT. EXIT.

       SCAN-MASTER-RTN.
      * ONE PASS OF THE MASTER - EVERY EVENT FOR THE EMPLOYEE PICKS
      * UP THE NAME, AND EVERY ONE STILL PENDING IS TRIED FOR THE
      * STATE FILE.
           PERFORM APPLY-MASTER-RTN THRU APPLY-MASTER-RTN-EXIT
               VARYING NT-SUB FROM 1 BY 1
               UNTIL NT-SUB > WS-NT-CNT.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       SCAN-MASTER-RTN-EXIT. EXIT.

       APPLY-MASTER-RTN.
           IF NT-EMP-ID(NT-SUB) NOT = PR-EMPLOYEE-ID
               GO TO APPLY-MASTER-RTN-EXIT
           END-IF.
           MOVE PR-LAST-NAME TO NT-LAST-NAME(NT-SUB).
           IF NT-STATUS(NT-SUB) NOT = 'P'
               GO TO APPLY-MASTER-RTN-EXIT
           END-IF.
           MOVE NT-START-DT(NT-SUB) TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT.
           COMPUTE WS-DAYS = WS-RUN-DAYNO - WS-DAY-NUMBER.
           IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
           END-IF.
           MOVE WS-DAYS TO NT-DAYS(NT-SUB).
           IF WS-DAYS > WS-DEADLINE
               MOVE 'Y' TO NT-LATE-FLAG(NT-SUB)
           END-IF.
      * THE STATE CANNOT MATCH A REPORT WITHOUT A VALID SSN, AND
      * CANNOT SERVE A WITHHOLDING ORDER WITHOUT AN ADDRESS.
           MOVE NT-SSN(NT-SUB) TO SSN-EDIT-SSN.
           IF SSN-EDIT-SSN NUMERIC
               PERFORM VALIDATE-SSN-FORMAT-RTN
           ELSE
               MOVE 'N' TO SSN-EDIT-SW
           END-IF.
           IF SSN-FORMAT-BAD
               MOVE 'SSN MISSING/INVALID ' TO NT-REASON(NT-SUB)
               PERFORM HOLD-ROW-RTN
               GO TO APPLY-MASTER-RTN-EXIT
           END-IF.
           IF PR-ADDRESS1 = SPACES OR PR-CITY = SPACES
                   OR PR-STATE = SPACES OR PR-ZIP-POSTAL = SPACES
               MOVE 'ADDRESS INCOMPLETE  ' TO NT-REASON(NT-SUB)
               PERFORM HOLD-ROW-RTN
               GO TO APPLY-MASTER-RTN-EXIT
           END-IF.
           PERFORM WRITE-STATE-REC-RTN.
       APPLY-MASTER-RTN-EXIT. EXIT.

       HOLD-ROW-RTN.
           MOVE 'H' TO NT-RESULT(NT-SUB).
           ADD 1 TO WS-HELD-CNT.
           IF NT-LATE-FLAG(NT-SUB) = 'Y'
               ADD 1 TO WS-OVERDUE-CNT
           END-IF.
       HOLD-ROW-RTN-EXIT. EXIT.

       WRITE-STATE-REC-RTN.
           MOVE SPACES              TO NH-STATE-RECORD.
           MOVE 'W4'                TO NHS-REC-TYPE.
           MOVE NT-SSN(NT-SUB)      TO NHS-SSN.
           MOVE PR-FIRST-NAME       TO NHS-FIRST-NAME.
           MOVE PR-LAST-NAME        TO NHS-LAST-NAME.
           MOVE PR-ADDRESS1         TO NHS-ADDRESS1.
           MOVE PR-ADDRESS2         TO NHS-ADDRESS2.
           MOVE PR-CITY             TO NHS-CITY.
           MOVE PR-STATE            TO NHS-STATE.
           MOVE PR-ZIP-POSTAL       TO NHS-ZIP.
           MOVE NT-START-DT(NT-SUB) TO NHS-HIRE-DATE.
           MOVE NT-WORK-STATE(NT-SUB) TO NHS-WORK-STATE.
           MOVE WS-FEIN             TO NHS-FEIN.
           MOVE WS-ER-NAME          TO NHS-ER-NAME.
           MOVE WS-ER-ADDRESS       TO NHS-ER-ADDRESS.
           MOVE WS-ER-CITY          TO NHS-ER-CITY.
           MOVE WS-ER-STATE         TO NHS-ER-STATE.
           MOVE WS-ER-ZIP           TO NHS-ER-ZIP.
           WRITE NH-STATE-RECORD.
           MOVE 'S'           TO NT-RESULT(NT-SUB).
           MOVE 'R'           TO NT-STATUS(NT-SUB).
           MOVE WS-RUN-DATE-8 TO NT-REPORTED-DATE(NT-SUB).
           ADD 1 TO WS-SENT-CNT.
           IF NT-LATE-FLAG(NT-SUB) = 'Y'
               MOVE 'PAST STATE DEADLINE ' TO NT-REASON(NT-SUB)
               ADD 1 TO WS-LATE-CNT
           END-IF.
       WRITE-STATE-REC-RTN-EXIT. EXIT.

       NOT-ON-MASTER-RTN.
      * A PENDING EVENT THE MASTER PASS NEVER REACHED - THE EMPLOYEE
      * IS NOT ON THE MASTER THIS RUN WAS GIVEN.
           IF NT-STATUS(NT-SUB) = 'P' AND NT-RESULT(NT-SUB) = SPACES
               MOVE NT-START-DT(NT-SUB) TO WS-DN-DATE
               PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT
               COMPUTE WS-DAYS = WS-RUN-DAYNO - WS-DAY-NUMBER
               IF WS-DAYS < 0
                   MOVE 0 TO WS-DAYS
               END-IF
               MOVE WS-DAYS TO NT-DAYS(NT-SUB)
               IF WS-DAYS > WS-DEADLINE
                   MOVE 'Y' TO NT-LATE-FLAG(NT-SUB)
               END-IF
               MOVE 'NOT ON MASTER       ' TO NT-REASON(NT-SUB)
               PERFORM HOLD-ROW-RTN
           END-IF.
       NOT-ON-MASTER-RTN-EXIT. EXIT.

       WRITE-TOTAL-REC-RTN.
      * THE COUNT THE STATE'S ACKNOWLEDGMENT COMES BACK QUOTING.
           MOVE SPACES        TO NH-STATE-RECORD.
           MOVE 'T4'          TO NHS-REC-TYPE.
           MOVE WS-FEIN       TO NHS-T4-FEIN.
           MOVE WS-SENT-CNT   TO NHS-T4-RECORD-CNT.
           MOVE WS-RUN-DATE-8 TO NHS-T4-CREATE-DATE.
           WRITE NH-STATE-RECORD.
       WRITE-TOTAL-REC-RTN-EXIT. EXIT.

       WRITE-SECTION-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE DTL-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO WS-LINE-CNT.
           PERFORM WRITE-DETAIL-RTN
               VARYING NT-SUB FROM 1 BY 1
               UNTIL NT-SUB > WS-NT-CNT.
           IF WS-LINE-CNT = 0
               MOVE NONE-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       WRITE-SECTION-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
           IF NT-RESULT(NT-SUB) = WS-REPORT-RESULT
               ADD 1 TO WS-LINE-CNT
               MOVE NT-EMP-ID(NT-SUB)    TO DL-EMP-ID
               MOVE NT-LAST-NAME(NT-SUB) TO DL-NAME
               MOVE NT-ACTION(NT-SUB)    TO DL-ACTION
               MOVE NT-START-DT(NT-SUB)  TO DL-START-DT
               MOVE NT-DAYS(NT-SUB)      TO DL-DAYS
               MOVE NT-REASON(NT-SUB)    TO DL-REASON
               EVALUATE TRUE
                   WHEN WS-REPORT-RESULT = 'D'
                       MOVE 'DUP    ' TO DL-STATUS
                   WHEN NT-LATE-FLAG(NT-SUB) = 'Y'
                           AND WS-REPORT-RESULT = 'S'
                       MOVE 'LATE   ' TO DL-STATUS
                   WHEN NT-LATE-FLAG(NT-SUB) = 'Y'
                       MOVE 'OVERDUE' TO DL-STATUS
                   WHEN WS-REPORT-RESULT = 'S'
                       MOVE 'ON TIME' TO DL-STATUS
                   WHEN OTHER
                       MOVE 'HELD   ' TO DL-STATUS
               END-EVALUATE
               MOVE DTL-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       WRITE-HISTORY-RTN.
           MOVE SPACES                 TO NEW-HIRE-HISTORY-RECORD.
           MOVE NT-EMP-ID(NT-SUB)        TO NHH-EMP-ID.
           MOVE NT-START-DT(NT-SUB)      TO NHH-START-DT.
           MOVE NT-ACTION(NT-SUB)        TO NHH-ACTION.
           MOVE NT-SSN(NT-SUB)           TO NHH-SSN.
           MOVE NT-WORK-STATE(NT-SUB)    TO NHH-WORK-STATE.
           MOVE NT-STATUS(NT-SUB)        TO NHH-STATUS.
           MOVE NT-LOAD-DATE(NT-SUB)     TO NHH-LOAD-DATE.
           MOVE NT-REPORTED-DATE(NT-SUB) TO NHH-REPORTED-DATE.
           MOVE NT-LATE-FLAG(NT-SUB)     TO NHH-LATE-FLAG.
           WRITE HISTO-REC FROM NEW-HIRE-HISTORY-RECORD.
           ADD 1 TO WS-HISTO-CNT.
       WRITE-HISTORY-RTN-EXIT. EXIT.

       DAY-NUMBER-RTN.
      * DAYS SINCE A FIXED ORIGIN FOR WS-DN-DATE, LEAP YEARS AND ALL,
      * SO TWO DATES SUBTRACT TO A TRUE CALENDAR-DAY COUNT.
           COMPUTE WS-DN-PRIOR-YR = WS-DN-YYYY - 1.
           COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YR * 365
               + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD.
           DIVIDE WS-DN-PRIOR-YR BY 4 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YR BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YR BY 400 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           MOVE 'N' TO WS-DN-LEAP-SW.
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM.
           IF WS-DN-REM = 0
               MOVE 'Y' TO WS-DN-LEAP-SW
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-REM
               IF WS-DN-REM = 0
                   MOVE 'N' TO WS-DN-LEAP-SW
                   DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
                       REMAINDER WS-DN-REM
                   IF WS-DN-REM = 0
                       MOVE 'Y' TO WS-DN-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-DN-LEAP AND WS-DN-MM > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
       DAY-NUMBER-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HISTORY RECORDS READ                    '
               TO CTL-LABEL.
           MOVE WS-HIST-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  REPORTED BEFORE LAST YEAR - PURGED    '
               TO CTL-LABEL.
           MOVE WS-PURGE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'HIRE EVENTS READ                        '
               TO CTL-LABEL.
           MOVE WS-NHE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  ALREADY REPORTED - NOT SENT AGAIN     '
               TO CTL-LABEL.
           MOVE WS-DUP-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'HIRES REPORTED TO THE STATE             '
               TO CTL-LABEL.
           MOVE WS-SENT-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  OF WHICH PAST THE STATE DEADLINE      '
               TO CTL-LABEL.
           MOVE WS-LATE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'HIRES HELD BACK - STILL PENDING         '
               TO CTL-LABEL.
           MOVE WS-HELD-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  OF WHICH PAST THE STATE DEADLINE      '
               TO CTL-LABEL.
           MOVE WS-OVERDUE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'HISTORY RECORDS WRITTEN                 '
               TO CTL-LABEL.
           MOVE WS-HISTO-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TRANSMITTAL - W4 RECORDS SENT (T4 COUNT)'
               TO CTL-LABEL.
           MOVE WS-SENT-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  TIE THIS TO THE STATE ACKNOWLEDGMENT  '
               TO OUT-REC.
           WRITE OUT-REC.
           IF WS-HELD-CNT > 0 OR WS-LATE-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE NHE-FILE PAYROLL-FILE HISTO-FILE STATE-FILE OUT-FILE.
           IF HIST-OPEN
               CLOSE HIST-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY SSNCHK.

       COPY BDTP.
