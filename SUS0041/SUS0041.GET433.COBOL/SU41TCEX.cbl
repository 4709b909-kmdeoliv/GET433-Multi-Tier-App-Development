       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41TCEX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY TCDSEL.
            SELECT CAL-FILE      ASSIGN TO PCFILE
                     FILE STATUS IS CAL-FS.
            SELECT HOURS-FILE    ASSIGN TO HRFILE
                     FILE STATUS IS HOURS-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  TCD-FILE.
       01  TCD-RECORD.
           COPY TCRDREC.

       FD  CAL-FILE.
           COPY PAYCAL.

      **** DAILY TIME DETAIL FOR THE PAY CYCLE (SU41PGM44) - ONE RECORD
      **** PER EMPLOYEE PER DAY PER SHIFT, IN THE PAY CYCLE'S OWN
      **** LAYOUT.  A DAY WORKED IN SEVERAL DEPARTMENTS IS ONE RECORD
      **** SO THE DAILY OVERTIME TEST SEES THE WHOLE DAY. **************
       FD  HOURS-FILE.
       01  HOURS-REC.
           05  HR-EMP-ID      PIC X(7).
           05  HR-DATE        PIC 9(8).
           05  HR-SHIFT       PIC X(1).
           05  HR-HOURS       PIC 9(2)V99.
           05  FILLER         PIC X(60).

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
      *                                * TIMECARD CUTOFF EXTRACT, RUN  *
      *                                * AHEAD OF EACH PAY CYCLE.  THE *
      *                                * PERIOD BEING PAID IS THE      *
      *                                * FIRST ON THE PAY CALENDAR NOT *
      *                                * YET PAID.  EVERY TIMECARD     *
      *                                * ENTRY A SUPERVISOR APPROVED   *
      *                                * ON THE SCREEN (P47PAY) FOR A  *
      *                                * DAY UP TO THE PERIOD END GOES *
      *                                * TO THE HOURS FILE AND IS      *
      *                                * MARKED EXTRACTED WITH THE PAY *
      *                                * DATE, SO IT IS NEVER PAID     *
      *                                * TWICE AND A RERUN FOR THE     *
      *                                * SAME PAY DATE BUILDS THE SAME *
      *                                * FILE.  ENTRIES STILL WAITING  *
      *                                * ON APPROVAL ARE LISTED AND    *
      *                                * WAIT FOR THE NEXT CYCLE.      *
      *                                *********************************
       01  WS-WORK-AREA.
           05  TCD-EOF-SW      PIC X         VALUE SPACES.
           05  CAL-EOF-SW      PIC X         VALUE SPACES.
           05  PERIOD-SW       PIC X         VALUE 'N'.
               88  PERIOD-FOUND              VALUE 'Y'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-PAY-DATE     PIC 9(8)      VALUE 0.
           05  WS-PER-START    PIC 9(8)      VALUE 0.
           05  WS-PER-END      PIC 9(8)      VALUE 0.
           05  WS-CUR-EMP      PIC X(7)      VALUE SPACES.
           05  WS-CUR-DATE     PIC 9(8)      VALUE 0.
           05  DS-SUB          PIC 9(2)      VALUE 0.
           05  DS-FOUND-SW     PIC X         VALUE 'N'.
               88  DS-FOUND                  VALUE 'Y'.
           05  WS-DS-CNT       PIC 9(2)      VALUE 0.
           05  WS-DS-MAX       PIC 9(2)      VALUE 10.
           05  WS-TCD-READ     PIC 9(7)      VALUE 0.
           05  WS-NEW-CNT      PIC 9(7)      VALUE 0.
           05  WS-RERUN-CNT    PIC 9(7)      VALUE 0.
           05  WS-HR-CNT       PIC 9(7)      VALUE 0.
           05  WS-UNAPPR-CNT   PIC 9(7)      VALUE 0.
           05  WS-HELD-CNT     PIC 9(7)      VALUE 0.
           05  WS-HR-TOTAL     PIC 9(7)V99   VALUE 0.
           05  WS-UNAPPR-HRS   PIC 9(7)V99   VALUE 0.
           05  CAL-FS          PIC XX        VALUE '00'.
               88  CAL-FS-OK                 VALUE '00'.
           05  HOURS-FS        PIC XX        VALUE '00'.
               88  HOURS-FS-OK               VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  TCD-RC          PIC XX        VALUE '00'.
               88  TCD-OK                    VALUE '00'.

      **** ONE EMPLOYEE-DAY'S HOURS BY SHIFT, ACROSS DEPARTMENTS ******
       01  WS-DS-AREA.
           05  WS-DS-TBL OCCURS 10 TIMES.
             10  DS-SHIFT        PIC X(1).
             10  DS-HOURS        PIC 9(3)V99.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'TIMECARD CUTOFF EXTRACT                 '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'PAY DATE '.
           05 HL-PAY-DATE     PIC 9(8).
           05 FILLER          PIC X(9)  VALUE '  PERIOD '.
           05 HL-START        PIC 9(8).
           05 FILLER          PIC X(1)  VALUE '-'.
           05 HL-END          PIC 9(8).
           05 FILLER          PIC X(37) VALUE SPACES.

       01  EXC-HDG.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  WORK DATE DEPARTMENT  HOURS     '.
           05 FILLER          PIC X(40) VALUE SPACES.

       01  EXC-LINE.
           05 EL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EL-DATE         PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-DEPT         PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EL-HOURS        PIC Z9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-NOTE         PIC X(34).
           05 FILLER          PIC X(10) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       01  CTL-HRS-LINE.
           05 CHL-LABEL       PIC X(40).
           05 CHL-HOURS       PIC Z,ZZZ,ZZ9.99.
           05 FILLER          PIC X(28) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM FIND-PAY-PERIOD-RTN
               THRU FIND-PAY-PERIOD-RTN-EXIT
               UNTIL CAL-EOF-SW = 'F' OR PERIOD-FOUND.
           IF NOT PERIOD-FOUND
               DISPLAY 'SU41TCEX ABEND - NO UNPAID PERIOD ON THE PAY '
                       'CALENDAR FOR RUN DATE ' WS-RUN-DATE-8
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN THRU CLOSE-FILES-RTN-EXIT
               GOBACK
           END-IF.
           PERFORM HDG-ROUTINE THRU HDG-ROUTINE-EXIT.
           PERFORM READ-TCD-RTN THRU READ-TCD-RTN-EXIT.
           PERFORM EXTRACT-ENTRY-RTN THRU EXTRACT-ENTRY-RTN-EXIT
               UNTIL TCD-EOF-SW = 'F'.
           PERFORM FLUSH-DAY-RTN THRU FLUSH-DAY-RTN-EXIT.
           PERFORM CONTROL-TOTAL-RTN THRU CONTROL-TOTAL-RTN-EXIT.
           PERFORM CLOSE-FILES-RTN THRU CLOSE-FILES-RTN-EXIT.
           IF WS-UNAPPR-CNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN I-O TCD-FILE.
           IF NOT TCD-OK
               DISPLAY 'SU41TCEX - TCD-FILE OPEN FAILED, STATUS='
                       TCD-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * WITHOUT THE CALENDAR THE PERIOD BEING PAID IS NOT KNOWN.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FS-OK
               DISPLAY 'SU41TCEX - PAY CALENDAR OPEN FAILED, STATUS='
                       CAL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
           OPEN OUTPUT HOURS-FILE.
           IF NOT HOURS-FS-OK
               DISPLAY 'SU41TCEX - HOURS-FILE OPEN FAILED, STATUS='
                       HOURS-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41TCEX - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41TCEX ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
       OPEN-FILES-RTN-EXIT. EXIT.

       FIND-PAY-PERIOD-RTN.
      * THE FIRST PERIOD WHOSE PAY DATE IS NOT BEFORE THE RUN DATE IS
      * THE ONE THE NEXT CYCLE PAYS.
           IF PCAL-PAY-DATE NOT < WS-RUN-DATE-8
               MOVE 'Y' TO PERIOD-SW
               MOVE PCAL-PAY-DATE     TO WS-PAY-DATE
               MOVE PCAL-PERIOD-START TO WS-PER-START
               MOVE PCAL-PERIOD-END   TO WS-PER-END
           ELSE
               READ CAL-FILE
                   AT END MOVE 'F' TO CAL-EOF-SW
           END-IF.
       FIND-PAY-PERIOD-RTN-EXIT. EXIT.

       READ-TCD-RTN.
           READ TCD-FILE NEXT RECORD
               AT END MOVE 'F' TO TCD-EOF-SW.
           IF TCD-EOF-SW NOT = 'F'
               IF NOT TCD-OK
                   DISPLAY 'SU41TCEX ABEND - TCD-FILE READ FAILED, '
                           'STATUS=' TCD-RC
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN THRU CLOSE-FILES-RTN-EXIT
                   GOBACK
               END-IF
               ADD 1 TO WS-TCD-READ
           END-IF.
       READ-TCD-RTN-EXIT. EXIT.

       EXTRACT-ENTRY-RTN.
      *                                *********************************
      *                                * AN ENTRY ALREADY EXTRACTED    *
      *                                * FOR THIS PAY DATE IS TAKEN    *
      *                                * AGAIN (A RERUN); AN APPROVED  *
      *                                * ENTRY UP TO THE PERIOD END IS *
      *                                * TAKEN AND MARKED; ANYTHING    *
      *                                * LATER WAITS.                  *
      *                                *********************************
           IF TCD-EXTRACTED
               IF TCD-PAY-DATE = WS-PAY-DATE
                   ADD 1 TO WS-RERUN-CNT
                   PERFORM ADD-DAY-RTN THRU ADD-DAY-RTN-EXIT
               END-IF
               GO TO EXTRACT-ENTRY-NEXT
           END-IF.
           IF TCD-WORK-DATE > WS-PER-END
               ADD 1 TO WS-HELD-CNT
               GO TO EXTRACT-ENTRY-NEXT
           END-IF.
           IF TCD-ENTERED
               ADD 1 TO WS-UNAPPR-CNT
               ADD TCD-HOURS TO WS-UNAPPR-HRS
               IF WS-UNAPPR-CNT = 1
                   PERFORM EXC-HDG-RTN THRU EXC-HDG-RTN-EXIT
               END-IF
               MOVE TCD-EMP-ID     TO EL-EMP-ID
               MOVE TCD-WORK-DATE  TO EL-DATE
               MOVE TCD-DEPARTMENT TO EL-DEPT
               MOVE TCD-HOURS      TO EL-HOURS
               MOVE 'NOT APPROVED - NOT PAID THIS CYCLE' TO EL-NOTE
               MOVE EXC-LINE TO OUT-REC
               WRITE OUT-REC
               GO TO EXTRACT-ENTRY-NEXT
           END-IF.
           IF NOT TCD-APPROVED
               GO TO EXTRACT-ENTRY-NEXT
           END-IF.
           MOVE 'X'         TO TCD-STATUS.
           MOVE WS-PAY-DATE TO TCD-PAY-DATE.
           REWRITE TCD-RECORD.
           IF NOT TCD-OK
               DISPLAY 'SU41TCEX ABEND - TCD-FILE REWRITE FAILED, '
                       'STATUS=' TCD-RC ' KEY=' TCD-KEY
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN THRU CLOSE-FILES-RTN-EXIT
               GOBACK
           END-IF.
           ADD 1 TO WS-NEW-CNT.
           PERFORM ADD-DAY-RTN THRU ADD-DAY-RTN-EXIT.
       EXTRACT-ENTRY-NEXT.
           PERFORM READ-TCD-RTN THRU READ-TCD-RTN-EXIT.
       EXTRACT-ENTRY-RTN-EXIT. EXIT.

       ADD-DAY-RTN.
      * THE FILE IS IN EMPLOYEE, DATE, DEPARTMENT ORDER - A NEW
      * EMPLOYEE OR DATE CLOSES OUT THE DAY BEFORE IT.
           IF TCD-EMP-ID NOT = WS-CUR-EMP
                   OR TCD-WORK-DATE NOT = WS-CUR-DATE
               PERFORM FLUSH-DAY-RTN THRU FLUSH-DAY-RTN-EXIT
               MOVE TCD-EMP-ID    TO WS-CUR-EMP
               MOVE TCD-WORK-DATE TO WS-CUR-DATE
           END-IF.
           MOVE 'N' TO DS-FOUND-SW.
           MOVE 1 TO DS-SUB.
           PERFORM SEARCH-SHIFT-RTN
               THRU SEARCH-SHIFT-RTN-EXIT
               UNTIL DS-SUB > WS-DS-CNT OR DS-FOUND.
           IF NOT DS-FOUND
               IF WS-DS-CNT NOT < WS-DS-MAX
                   DISPLAY 'SU41TCEX ABEND - SHIFT TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-DS-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN THRU CLOSE-FILES-RTN-EXIT
                   GOBACK
               END-IF
               ADD 1 TO WS-DS-CNT
               MOVE WS-DS-CNT TO DS-SUB
               MOVE TCD-SHIFT TO DS-SHIFT(DS-SUB)
               MOVE 0         TO DS-HOURS(DS-SUB)
           END-IF.
           ADD TCD-HOURS TO DS-HOURS(DS-SUB).
           ADD TCD-HOURS TO WS-HR-TOTAL.
       ADD-DAY-RTN-EXIT. EXIT.

       SEARCH-SHIFT-RTN.
           IF DS-SHIFT(DS-SUB) = TCD-SHIFT
               MOVE 'Y' TO DS-FOUND-SW
           ELSE
               ADD 1 TO DS-SUB
           END-IF.
       SEARCH-SHIFT-RTN-EXIT. EXIT.

       FLUSH-DAY-RTN.
           PERFORM WRITE-HOURS-RTN
               THRU WRITE-HOURS-RTN-EXIT
               VARYING DS-SUB FROM 1 BY 1
               UNTIL DS-SUB > WS-DS-CNT.
           MOVE 0 TO WS-DS-CNT.
       FLUSH-DAY-RTN-EXIT. EXIT.

       WRITE-HOURS-RTN.
           MOVE SPACES            TO HOURS-REC.
           MOVE WS-CUR-EMP        TO HR-EMP-ID.
           MOVE WS-CUR-DATE       TO HR-DATE.
           MOVE DS-SHIFT(DS-SUB)  TO HR-SHIFT.
           MOVE DS-HOURS(DS-SUB)  TO HR-HOURS.
           WRITE HOURS-REC.
           ADD 1 TO WS-HR-CNT.
       WRITE-HOURS-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-PAY-DATE  TO HL-PAY-DATE.
           MOVE WS-PER-START TO HL-START.
           MOVE WS-PER-END   TO HL-END.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       EXC-HDG-RTN.
           MOVE 'ENTRIES NOT APPROVED BY CUTOFF' TO OUT-REC.
           WRITE OUT-REC.
           MOVE EXC-HDG TO OUT-REC.
           WRITE OUT-REC.
       EXC-HDG-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TIMECARD ENTRIES READ                   '
               TO CTL-LABEL.
           MOVE WS-TCD-READ TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ENTRIES EXTRACTED THIS RUN              '
               TO CTL-LABEL.
           MOVE WS-NEW-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ENTRIES RE-EXTRACTED FOR THIS PAY DATE  '
               TO CTL-LABEL.
           MOVE WS-RERUN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HOURS RECORDS WRITTEN                   '
               TO CTL-LABEL.
           MOVE WS-HR-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TOTAL HOURS WRITTEN                     '
               TO CHL-LABEL.
           MOVE WS-HR-TOTAL TO CHL-HOURS.
           MOVE CTL-HRS-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ENTRIES NOT APPROVED BY CUTOFF          '
               TO CTL-LABEL.
           MOVE WS-UNAPPR-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HOURS NOT APPROVED BY CUTOFF            '
               TO CHL-LABEL.
           MOVE WS-UNAPPR-HRS TO CHL-HOURS.
           MOVE CTL-HRS-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ENTRIES HELD FOR A LATER PERIOD         '
               TO CTL-LABEL.
           MOVE WS-HELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE TCD-FILE CAL-FILE HOURS-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
