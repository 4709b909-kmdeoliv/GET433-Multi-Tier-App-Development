       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41RETR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY POSHSLSQ.
            SELECT REV-FILE      ASSIGN TO RVFILE
                     FILE STATUS IS REV-FS.
            SELECT REVO-FILE     ASSIGN TO RVOFILE
                     FILE STATUS IS REVO-FS.
            SELECT CAL-FILE      ASSIGN TO PCFILE
                     FILE STATUS IS CAL-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT HIST-FILE     ASSIGN TO HHFILE
                     FILE STATUS IS HIST-FS.
            SELECT OT-FILE       ASSIGN TO OTFILE
                     FILE STATUS IS OT-FS.
            SELECT RTE-FILE      ASSIGN TO RTFILE
                     FILE STATUS IS RTE-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSH-FILE.
       01  POSH-RECORD.
           COPY POSHREC.

      **** RETRO REVIEW - PRIOR STATE IN, UPDATED STATE OUT SO RVOFILE
      **** REPLACES THE INPUT AS NEXT RUN'S FILE ***********************
       FD  REV-FILE.
           COPY RETROREV.

       FD  REVO-FILE.
       01  REVO-REC.
           05  RVO-KEY.
               10  RVO-EMP-ID     PIC X(7).
               10  RVO-EFF-DATE   PIC 9(8).
               10  RVO-SEQ        PIC 9(3).
           05  RVO-RATE           PIC 9(9)V99.
           05  RVO-RUN-DATE       PIC 9(8).
           05  RVO-DISPOSITION    PIC X(1).
           05  FILLER             PIC X(42).

       FD  CAL-FILE.
           COPY PAYCAL.

       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** HOURS HISTORY - THE DAILY TIME DETAIL EACH CYCLE PAID FROM,
      **** THE CYCLES' HOURS FILES CONCATENATED ON ONE DD, IN THE PAY
      **** CYCLE'S OWN LAYOUT ******************************************
       FD  HIST-FILE.
       01  HIST-REC.
           05  HH-EMP-ID      PIC X(7).
           05  HH-DATE        PIC 9(8).
           05  HH-SHIFT       PIC X(1).
           05  HH-HOURS       PIC 9(2)V99.
           05  FILLER         PIC X(60).

       FD  OT-FILE.
           COPY OTCTL.

      **** RETRO EARNINGS FOR THE NEXT PAY CYCLE (SU41PGM44) ***********
       FD  RTE-FILE.
           COPY RETROERN.

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
      *                                * RETROACTIVE PAY REVIEW, RUN   *
      *                                * AHEAD OF EACH PAY CYCLE.      *
      *                                * EVERY POSITION-HISTORY RECORD *
      *                                * NOT SEEN BEFORE IS CHECKED:   *
      *                                * A RATE CHANGE EFFECTIVE ON OR *
      *                                * BEFORE THE END OF A PERIOD    *
      *                                * ALREADY PAID WAS APPROVED     *
      *                                * LATE.  EACH PAID PERIOD IT    *
      *                                * COVERS IS REPRICED AT THE NEW *
      *                                * RATE - HOURLY FROM THE HOURS  *
      *                                * HISTORY WITH THE PAY CYCLE'S  *
      *                                * OVERTIME RULES - AND THE      *
      *                                * DIFFERENCE GOES TO THE NEXT   *
      *                                * CYCLE AS RETRO EARNINGS.  NO  *
      *                                * MORE BACK PAY WORKED BY HAND. *
      *                                *********************************
       01  WS-WORK-AREA.
           05  PH-EOF-SW       PIC X         VALUE SPACES.
           05  REV-EOF-SW      PIC X         VALUE SPACES.
           05  CAL-EOF-SW      PIC X         VALUE SPACES.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  HIST-EOF-SW     PIC X         VALUE SPACES.
           05  OT-EOF-SW       PIC X         VALUE SPACES.
           05  SEED-SW         PIC X         VALUE 'N'.
               88  SEED-RUN                  VALUE 'Y'.
           05  WS-PH-KEY       PIC X(18)     VALUE SPACES.
           05  WS-REV-KEY      PIC X(18)     VALUE SPACES.
           05  WS-CUR-EMP      PIC X(7)      VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-LAST-PAID-END PIC 9(8)     VALUE 0.
           05  WS-HIST-FROM    PIC 9(8)      VALUE 99999999.
           05  WS-WINDOW-END   PIC 9(8)      VALUE 0.
           05  WS-PAID-RATE    PIC 9(9)V99   VALUE 0.
           05  WS-REG-RATE     PIC 9(9)V99   VALUE 0.
           05  WS-REG-FOUND-SW PIC X         VALUE 'N'.
               88  WS-REG-FOUND              VALUE 'Y'.
           05  WS-END-FOUND-SW PIC X         VALUE 'N'.
               88  WS-END-FOUND              VALUE 'Y'.
           05  WS-RATE-DIFF    PIC S9(9)V99  VALUE 0.
           05  WS-UNITS        PIC 9(3)V99   VALUE 0.
           05  WS-FACTOR       PIC 9(3)V99   VALUE 0.
           05  WS-PERIOD-AMT   PIC S9(7)V99  VALUE 0.
           05  WS-HOURS        PIC 9(3)V99   VALUE 0.
           05  WS-DAY-OT       PIC 9(3)V99   VALUE 0.
           05  WS-WK-OT        PIC 9(3)V99   VALUE 0.
           05  WS-DAYX-OT      PIC 9(3)V99   VALUE 0.
           05  WS-STRAIGHT     PIC 9(3)V99   VALUE 0.
           05  WS-NOTE         PIC X(17)     VALUE SPACES.
           05  WS-TOT-NOTE     PIC X(30)     VALUE SPACES.
           05  EH-SUB          PIC 9(3)      VALUE 0.
           05  EH-SUB2         PIC 9(3)      VALUE 0.
           05  EH-SUB3         PIC 9(3)      VALUE 0.
           05  EH-CNT          PIC 9(3)      VALUE 0.
           05  EH-MAX          PIC 9(3)      VALUE 300.
           05  CAL-SUB         PIC 9(3)      VALUE 0.
           05  WS-CAL-CNT      PIC 9(3)      VALUE 0.
           05  WS-CAL-MAX      PIC 9(3)      VALUE 200.
           05  RP-SUB          PIC 9(5)      VALUE 0.
           05  WS-RP-CNT       PIC 9(5)      VALUE 0.
           05  WS-RP-MAX       PIC 9(5)      VALUE 5000.
           05  WS-RP-FIRST     PIC 9(5)      VALUE 0.
           05  CD-SUB          PIC 9(4)      VALUE 0.
           05  WS-CD-CNT       PIC 9(4)      VALUE 0.
           05  WS-CD-MAX       PIC 9(4)      VALUE 500.
           05  HT-SUB          PIC 9(5)      VALUE 0.
           05  WS-HT-CNT       PIC 9(5)      VALUE 0.
           05  WS-HT-MAX       PIC 9(5)      VALUE 20000.
           05  WS-PH-READ      PIC 9(7)      VALUE 0.
           05  WS-NEW-CNT      PIC 9(7)      VALUE 0.
           05  WS-LATE-CNT     PIC 9(5)      VALUE 0.
           05  WS-PAID-CNT     PIC 9(5)      VALUE 0.
           05  WS-HELD-CNT     PIC 9(5)      VALUE 0.
           05  WS-RTE-TOTAL    PIC 9(9)V99   VALUE 0.
           05  REV-FS          PIC XX        VALUE '00'.
               88  REV-FS-OK                 VALUE '00'.
           05  REVO-FS         PIC XX        VALUE '00'.
               88  REVO-FS-OK                VALUE '00'.
           05  CAL-FS          PIC XX        VALUE '00'.
               88  CAL-FS-OK                 VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  HIST-FS         PIC XX        VALUE '00'.
               88  HIST-FS-OK                VALUE '00'.
           05  OT-FS           PIC XX        VALUE '00'.
               88  OT-FS-OK                  VALUE '00'.
           05  RTE-FS          PIC XX        VALUE '00'.
               88  RTE-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  PH-RC           PIC XX        VALUE '00'.
               88  PH-OK                     VALUE '00'.

      **** OVERTIME RULES - THE PAY CYCLE'S DEFAULTS AND CONTROL FILE,
      **** SO A REPRICED PERIOD SPLITS ITS HOURS THE WAY IT WAS PAID *
       01  WS-OT-RULES.
           05  WS-WEEK-THRESH  PIC 9(3)V99   VALUE 40.00.
           05  WS-WEEK-MULT    PIC 9(1)V99   VALUE 1.50.
           05  WS-DAY-THRESH   PIC 9(2)V99   VALUE 0.
           05  WS-DAY-MULT     PIC 9(1)V99   VALUE 1.50.

      **** PAID PERIODS FROM THE CALENDAR, IN DATE ORDER ***************
       01  WS-CAL-AREA.
           05  WS-CAL-TBL OCCURS 200 TIMES.
             10  CT-START        PIC 9(8).
             10  CT-END          PIC 9(8).
             10  CT-PAY-DATE     PIC 9(8).

      **** ONE EMPLOYEE'S POSITION HISTORY, IN KEY ORDER.  EH-NEW-SW
      **** MARKS A RECORD THIS RUN IS SEEING FOR THE FIRST TIME. ******
       01  WS-EH-AREA.
           05  WS-EH-TBL OCCURS 300 TIMES.
             10  EH-EFF-DATE     PIC 9(8).
             10  EH-SEQ          PIC 9(3).
             10  EH-RATE         PIC 9(9)V99.
             10  EH-NEW-SW       PIC X(1).
             10  EH-RUN-DATE     PIC 9(8).
             10  EH-DISPOSITION  PIC X(1).

      **** LATE RATE CHANGES FOUND, EACH WITH ITS REPRICED PERIODS ****
       01  WS-CD-AREA.
           05  WS-CD-TBL OCCURS 500 TIMES.
             10  CD-EMP-ID       PIC X(7).
             10  CD-EFF-DATE     PIC 9(8).
             10  CD-OLD-RATE     PIC 9(9)V99.
             10  CD-NEW-RATE     PIC 9(9)V99.
             10  CD-FIRST-RP     PIC 9(5).
             10  CD-LAST-RP      PIC 9(5).
             10  CD-AMOUNT       PIC S9(7)V99.
             10  CD-DONE-SW      PIC X(1).

       01  WS-RP-AREA.
           05  WS-RP-TBL OCCURS 5000 TIMES.
             10  RP-CAL-SUB      PIC 9(3).
             10  RP-PAID-RATE    PIC 9(9)V99.

      **** HOURS HISTORY FOR THE EMPLOYEES WITH A LATE CHANGE ONLY ***
       01  WS-HT-AREA.
           05  WS-HT-TBL OCCURS 20000 TIMES.
             10  HT-EMP-ID       PIC X(7).
             10  HT-WORK-DATE    PIC 9(8).
             10  HT-HOURS        PIC 9(2)V99.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'RETROACTIVE PAY REGISTER                '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  CAND-LINE.
           05 CL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-NAME         PIC X(18).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(4)  VALUE 'EFF '.
           05 CL-EFF-DATE     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-OLD-Z        PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(4)  VALUE ' TO '.
           05 CL-NEW-Z        PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(16) VALUE SPACES.

       01  PER-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(7)  VALUE 'PERIOD '.
           05 PL-START        PIC 9(8).
           05 FILLER          PIC X(1)  VALUE '-'.
           05 PL-END          PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PL-PAID-Z       PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PL-UNITS-Z      PIC ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PL-AMOUNT-Z     PIC -$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PL-NOTE         PIC X(17).

       01  TOT-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'RETRO DUE '.
           05 TL-PERIODS      PIC ZZ9.
           05 FILLER          PIC X(9)  VALUE ' PERIODS '.
           05 TL-AMOUNT-Z     PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 TL-NOTE         PIC X(30).
           05 FILLER          PIC X(7)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM LOAD-CAL-RTN
               UNTIL CAL-EOF-SW = 'F'.
           PERFORM LOAD-OT-RULES-RTN
               UNTIL OT-EOF-SW = 'F'.
           PERFORM HDG-ROUTINE.
           PERFORM MERGE-HISTORY-RTN
               UNTIL PH-EOF-SW = 'F' AND REV-EOF-SW = 'F'.
           IF EH-CNT > 0
               PERFORM REVIEW-EMPLOYEE-RTN
           END-IF.
           IF WS-CD-CNT > 0
               PERFORM LOAD-HIST-RTN THRU LOAD-HIST-RTN-EXIT
                   UNTIL HIST-EOF-SW = 'F'
               PERFORM READ-INPUT
                   UNTIL EOF-SW-PR = 'F'
               PERFORM REPORT-UNMATCHED-RTN
                   VARYING CD-SUB FROM 1 BY 1
                   UNTIL CD-SUB > WS-CD-CNT
           END-IF.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT POSH-FILE.
           IF NOT PH-OK
               DISPLAY 'SU41RETR - POSH-FILE OPEN FAILED, STATUS='
                       PH-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO PRIOR REVIEW FILE MEANS THE FIRST RUN - EVERY HISTORY
      * RECORD ON FILE IS TAKEN AS ALREADY SETTLED AND ONLY RECORDED,
      * SO THE FIRST RUN NEVER REPAYS YEARS OF HISTORY.
           OPEN INPUT REV-FILE.
           IF NOT REV-FS-OK
               DISPLAY 'SU41RETR - NO PRIOR RETRO REVIEW FILE, STATUS='
                       REV-FS ' - SEEDING, NO RETRO COMPUTED'
               MOVE 'Y' TO SEED-SW
               MOVE 'F' TO REV-EOF-SW
               MOVE HIGH-VALUES TO WS-REV-KEY
           ELSE
               PERFORM READ-REV-RTN
           END-IF.
           OPEN OUTPUT REVO-FILE.
           IF NOT REVO-FS-OK
               DISPLAY 'SU41RETR - REVO-FILE OPEN FAILED, STATUS='
                       REVO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * WITHOUT THE CALENDAR NO PERIOD IS KNOWN TO HAVE BEEN PAID.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FS-OK
               DISPLAY 'SU41RETR - PAY CALENDAR OPEN FAILED, STATUS='
                       CAL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41RETR - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO HOURS HISTORY MEANS AN HOURLY EMPLOYEE'S PERIODS CANNOT BE
      * REPRICED - THEY PRINT AT ZERO FOR PAYROLL TO WORK.
           OPEN INPUT HIST-FILE.
           IF NOT HIST-FS-OK
               DISPLAY 'SU41RETR - NO HOURS HISTORY, STATUS=' HIST-FS
               MOVE 'F' TO HIST-EOF-SW
           ELSE
               READ HIST-FILE
                   AT END MOVE 'F' TO HIST-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT OT-FILE.
           IF NOT OT-FS-OK
               DISPLAY 'SU41RETR - NO OT RULES FILE, DEFAULTS APPLY'
               MOVE 'F' TO OT-EOF-SW
           ELSE
               READ OT-FILE
                   AT END MOVE 'F' TO OT-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT RTE-FILE.
           IF NOT RTE-FS-OK
               DISPLAY 'SU41RETR - RTE-FILE OPEN FAILED, STATUS='
                       RTE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41RETR - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41RETR ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           PERFORM READ-POSH-RTN.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-CAL-RTN.
      * ONLY PERIODS ALREADY PAID ARE KEPT - THE PERIOD THE NEXT
      * CYCLE PAYS IS PRICED AT THE NEW RATE ANYWAY.
           IF PCAL-PAY-DATE < WS-RUN-DATE-8
               IF WS-CAL-CNT < WS-CAL-MAX
                   ADD 1 TO WS-CAL-CNT
                   MOVE PCAL-PERIOD-START TO CT-START(WS-CAL-CNT)
                   MOVE PCAL-PERIOD-END   TO CT-END(WS-CAL-CNT)
                   MOVE PCAL-PAY-DATE     TO CT-PAY-DATE(WS-CAL-CNT)
                   IF PCAL-PERIOD-END > WS-LAST-PAID-END
                       MOVE PCAL-PERIOD-END TO WS-LAST-PAID-END
                   END-IF
               ELSE
                   DISPLAY 'SU41RETR ABEND - CALENDAR TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-CAL-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
       LOAD-CAL-RTN-EXIT. EXIT.

       LOAD-OT-RULES-RTN.
           IF OTC-RULES
               IF OTC-WEEK-THRESH > 0
                   MOVE OTC-WEEK-THRESH TO WS-WEEK-THRESH
               END-IF
               IF OTC-WEEK-MULT > 0
                   MOVE OTC-WEEK-MULT TO WS-WEEK-MULT
               END-IF
               MOVE OTC-DAY-THRESH TO WS-DAY-THRESH
               IF OTC-DAY-MULT > 0
                   MOVE OTC-DAY-MULT TO WS-DAY-MULT
               END-IF
           END-IF.
           READ OT-FILE
               AT END MOVE 'F' TO OT-EOF-SW.
       LOAD-OT-RULES-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       READ-POSH-RTN.
           READ POSH-FILE NEXT RECORD
               AT END
                   MOVE 'F' TO PH-EOF-SW
                   MOVE HIGH-VALUES TO WS-PH-KEY
               NOT AT END
                   ADD 1 TO WS-PH-READ
                   MOVE PH-KEY TO WS-PH-KEY
           END-READ.
       READ-POSH-RTN-EXIT. EXIT.

       READ-REV-RTN.
           READ REV-FILE
               AT END
                   MOVE 'F' TO REV-EOF-SW
                   MOVE HIGH-VALUES TO WS-REV-KEY
               NOT AT END
                   MOVE RRV-KEY TO WS-REV-KEY
           END-READ.
       READ-REV-RTN-EXIT. EXIT.

       MERGE-HISTORY-RTN.
      * HISTORY AND REVIEW FILE ARE BOTH IN POSHIST KEY ORDER.  A
      * HISTORY RECORD ON THE REVIEW FILE WAS SETTLED BY AN EARLIER
      * RUN; ONE NOT ON IT IS NEW.  A REVIEW RECORD WHOSE HISTORY
      * RECORD IS GONE IS DROPPED.
           EVALUATE TRUE
               WHEN WS-PH-KEY = WS-REV-KEY
                   PERFORM ADD-HISTORY-ROW-RTN
                   MOVE 'N'             TO EH-NEW-SW(EH-CNT)
                   MOVE RRV-RUN-DATE    TO EH-RUN-DATE(EH-CNT)
                   MOVE RRV-DISPOSITION TO EH-DISPOSITION(EH-CNT)
                   PERFORM READ-POSH-RTN
                   PERFORM READ-REV-RTN
               WHEN WS-PH-KEY < WS-REV-KEY
                   PERFORM ADD-HISTORY-ROW-RTN
                   ADD 1 TO WS-NEW-CNT
                   MOVE 'Y'             TO EH-NEW-SW(EH-CNT)
                   MOVE WS-RUN-DATE-8   TO EH-RUN-DATE(EH-CNT)
                   MOVE 'N'             TO EH-DISPOSITION(EH-CNT)
                   IF SEED-RUN
                       MOVE 'S' TO EH-DISPOSITION(EH-CNT)
                   END-IF
                   PERFORM READ-POSH-RTN
               WHEN OTHER
                   PERFORM READ-REV-RTN
           END-EVALUATE.
       MERGE-HISTORY-RTN-EXIT. EXIT.

       ADD-HISTORY-ROW-RTN.
      * A NEW EMPLOYEE ID CLOSES OUT THE PREVIOUS EMPLOYEE.
           IF PH-EMP-ID NOT = WS-CUR-EMP
               IF EH-CNT > 0
                   PERFORM REVIEW-EMPLOYEE-RTN
               END-IF
               MOVE PH-EMP-ID TO WS-CUR-EMP
               MOVE 0 TO EH-CNT
           END-IF.
           IF EH-CNT NOT < EH-MAX
               DISPLAY 'SU41RETR ABEND - HISTORY TABLE OVERFLOW FOR '
                       PH-EMP-ID
               DISPLAY 'TABLE CAPACITY IS ' EH-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO EH-CNT.
           MOVE PH-EFF-DATE TO EH-EFF-DATE(EH-CNT).
           MOVE PH-SEQ      TO EH-SEQ(EH-CNT).
           MOVE PH-RATE     TO EH-RATE(EH-CNT).
       ADD-HISTORY-ROW-RTN-EXIT. EXIT.

       REVIEW-EMPLOYEE-RTN.
           IF NOT SEED-RUN
               PERFORM REVIEW-ROW-RTN THRU REVIEW-ROW-RTN-EXIT
                   VARYING EH-SUB FROM 1 BY 1
                   UNTIL EH-SUB > EH-CNT
           END-IF.
           PERFORM WRITE-REVIEW-RTN
               VARYING EH-SUB FROM 1 BY 1
               UNTIL EH-SUB > EH-CNT.
       REVIEW-EMPLOYEE-RTN-EXIT. EXIT.

       REVIEW-ROW-RTN.
      * A NEW RECORD IS A LATE RATE CHANGE WHEN ITS RATE DIFFERS FROM
      * THE RATE THE SETTLED HISTORY HAD IN EFFECT BEFORE IT AND IT
      * TOOK EFFECT BY THE END OF THE LAST PERIOD PAID.  THE FIRST
      * RECORD AN EMPLOYEE HAS IS A HIRE, NOT A CHANGE.
           IF EH-NEW-SW(EH-SUB) NOT = 'Y'
               GO TO REVIEW-ROW-RTN-EXIT
           END-IF.
           IF EH-EFF-DATE(EH-SUB) > WS-LAST-PAID-END
               GO TO REVIEW-ROW-RTN-EXIT
           END-IF.
           MOVE EH-SUB TO EH-SUB2.
           PERFORM SETTLED-RATE-BEFORE-RTN.
           IF NOT WS-REG-FOUND
               GO TO REVIEW-ROW-RTN-EXIT
           END-IF.
           IF WS-REG-RATE = EH-RATE(EH-SUB)
               GO TO REVIEW-ROW-RTN-EXIT
           END-IF.
           IF WS-CD-CNT NOT < WS-CD-MAX
               DISPLAY 'SU41RETR ABEND - LATE-CHANGE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CD-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           PERFORM FIND-WINDOW-END-RTN.
           ADD 1 TO WS-CD-CNT.
           MOVE WS-CUR-EMP          TO CD-EMP-ID(WS-CD-CNT).
           MOVE EH-EFF-DATE(EH-SUB) TO CD-EFF-DATE(WS-CD-CNT).
           MOVE WS-REG-RATE         TO CD-OLD-RATE(WS-CD-CNT).
           MOVE EH-RATE(EH-SUB)     TO CD-NEW-RATE(WS-CD-CNT).
           MOVE 0                   TO CD-AMOUNT(WS-CD-CNT).
           MOVE 'N'                 TO CD-DONE-SW(WS-CD-CNT).
           COMPUTE WS-RP-FIRST = WS-RP-CNT + 1.
           MOVE WS-RP-FIRST         TO CD-FIRST-RP(WS-CD-CNT).
           PERFORM ADD-PERIOD-RTN THRU ADD-PERIOD-RTN-EXIT
               VARYING CAL-SUB FROM 1 BY 1
               UNTIL CAL-SUB > WS-CAL-CNT.
           MOVE WS-RP-CNT           TO CD-LAST-RP(WS-CD-CNT).
      * EVERY PERIOD IT COVERS WAS ALREADY PAID AT THE NEW RATE -
      * NOTHING IS OWED.
           IF WS-RP-CNT < WS-RP-FIRST
               SUBTRACT 1 FROM WS-CD-CNT
               GO TO REVIEW-ROW-RTN-EXIT
           END-IF.
           ADD 1 TO WS-LATE-CNT.
           MOVE 'L' TO EH-DISPOSITION(EH-SUB).
           IF CT-START(RP-CAL-SUB(WS-RP-FIRST)) < WS-HIST-FROM
               MOVE CT-START(RP-CAL-SUB(WS-RP-FIRST)) TO WS-HIST-FROM
           END-IF.
       REVIEW-ROW-RTN-EXIT. EXIT.

       SETTLED-RATE-BEFORE-RTN.
      * THE RATE ON THE LAST SETTLED RECORD AHEAD OF ROW EH-SUB2.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE 0 TO WS-REG-RATE.
           PERFORM SCAN-SETTLED-RTN
               VARYING EH-SUB2 FROM EH-SUB2 BY -1
               UNTIL EH-SUB2 < 2 OR WS-REG-FOUND.
       SETTLED-RATE-BEFORE-RTN-EXIT. EXIT.

       SCAN-SETTLED-RTN.
           IF EH-NEW-SW(EH-SUB2 - 1) = 'N'
               MOVE 'Y' TO WS-REG-FOUND-SW
               MOVE EH-RATE(EH-SUB2 - 1) TO WS-REG-RATE
           END-IF.
       SCAN-SETTLED-RTN-EXIT. EXIT.

       FIND-WINDOW-END-RTN.
      * THE CHANGE GOVERNS UNTIL THE NEXT REAL RATE CHANGE - ANOTHER
      * NEW RECORD AT A DIFFERENT RATE, OR A SETTLED ONE THAT MOVED
      * THE RATE.  A SETTLED RECORD REPEATING THE OLD RATE IS ONLY A
      * TITLE OR STATUS CHANGE AND DOES NOT END IT.
           MOVE 99999999 TO WS-WINDOW-END.
           MOVE 'N' TO WS-END-FOUND-SW.
           MOVE EH-SUB TO EH-SUB3.
           PERFORM TEST-WINDOW-END-RTN THRU TEST-WINDOW-END-RTN-EXIT
               VARYING EH-SUB3 FROM EH-SUB3 BY 1
               UNTIL EH-SUB3 NOT < EH-CNT OR WS-END-FOUND.
       FIND-WINDOW-END-RTN-EXIT. EXIT.

       TEST-WINDOW-END-RTN.
           IF EH-NEW-SW(EH-SUB3 + 1) = 'Y'
               IF EH-RATE(EH-SUB3 + 1) NOT = EH-RATE(EH-SUB)
                   MOVE 'Y' TO WS-END-FOUND-SW
               END-IF
           ELSE
               COMPUTE EH-SUB2 = EH-SUB3 + 1
               MOVE WS-REG-RATE TO WS-PAID-RATE
               PERFORM SETTLED-RATE-BEFORE-RTN
               IF WS-REG-FOUND
                       AND EH-RATE(EH-SUB3 + 1) NOT = WS-REG-RATE
                   MOVE 'Y' TO WS-END-FOUND-SW
               END-IF
               MOVE WS-PAID-RATE TO WS-REG-RATE
           END-IF.
           IF WS-END-FOUND
               MOVE EH-EFF-DATE(EH-SUB3 + 1) TO WS-WINDOW-END
           END-IF.
       TEST-WINDOW-END-RTN-EXIT. EXIT.

       ADD-PERIOD-RTN.
      * A PAID PERIOD ENDING INSIDE THE WINDOW IS REPRICED AGAINST
      * THE RATE THE SETTLED HISTORY HAD IN EFFECT AT ITS END - WHAT
      * THE CYCLE ACTUALLY PAID.
           IF CT-END(CAL-SUB) < EH-EFF-DATE(EH-SUB)
                   OR CT-END(CAL-SUB) NOT < WS-WINDOW-END
               GO TO ADD-PERIOD-RTN-EXIT
           END-IF.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE 0 TO WS-PAID-RATE.
           PERFORM SCAN-PAID-RATE-RTN
               VARYING EH-SUB2 FROM 1 BY 1
               UNTIL EH-SUB2 > EH-CNT.
           IF NOT WS-REG-FOUND
                   OR WS-PAID-RATE = EH-RATE(EH-SUB)
               GO TO ADD-PERIOD-RTN-EXIT
           END-IF.
           IF WS-RP-CNT NOT < WS-RP-MAX
               DISPLAY 'SU41RETR ABEND - PERIOD TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-RP-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-RP-CNT.
           MOVE CAL-SUB      TO RP-CAL-SUB(WS-RP-CNT).
           MOVE WS-PAID-RATE TO RP-PAID-RATE(WS-RP-CNT).
       ADD-PERIOD-RTN-EXIT. EXIT.

       SCAN-PAID-RATE-RTN.
           IF EH-NEW-SW(EH-SUB2) = 'N'
                   AND EH-EFF-DATE(EH-SUB2) NOT > CT-END(CAL-SUB)
               MOVE 'Y' TO WS-REG-FOUND-SW
               MOVE EH-RATE(EH-SUB2) TO WS-PAID-RATE
           END-IF.
       SCAN-PAID-RATE-RTN-EXIT. EXIT.

       WRITE-REVIEW-RTN.
           MOVE SPACES                 TO REVO-REC.
           MOVE WS-CUR-EMP             TO RVO-EMP-ID.
           MOVE EH-EFF-DATE(EH-SUB)    TO RVO-EFF-DATE.
           MOVE EH-SEQ(EH-SUB)         TO RVO-SEQ.
           MOVE EH-RATE(EH-SUB)        TO RVO-RATE.
           MOVE EH-RUN-DATE(EH-SUB)    TO RVO-RUN-DATE.
           MOVE EH-DISPOSITION(EH-SUB) TO RVO-DISPOSITION.
           WRITE REVO-REC.
       WRITE-REVIEW-RTN-EXIT. EXIT.

       LOAD-HIST-RTN.
      * ONLY THE HOURS OF AN EMPLOYEE WITH A LATE CHANGE, FROM THE
      * START OF THE EARLIEST PERIOD BEING REPRICED, ARE KEPT.
           IF HH-DATE < WS-HIST-FROM
               GO TO LOAD-HIST-NEXT-RTN
           END-IF.
           MOVE 'N' TO WS-REG-FOUND-SW.
           PERFORM MATCH-HIST-EMP-RTN
               VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB > WS-CD-CNT OR WS-REG-FOUND.
           IF NOT WS-REG-FOUND
               GO TO LOAD-HIST-NEXT-RTN
           END-IF.
           IF WS-HT-CNT NOT < WS-HT-MAX
               DISPLAY 'SU41RETR ABEND - HOURS HISTORY TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-HT-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-HT-CNT.
           MOVE HH-EMP-ID TO HT-EMP-ID(WS-HT-CNT).
           MOVE HH-DATE   TO HT-WORK-DATE(WS-HT-CNT).
           MOVE HH-HOURS  TO HT-HOURS(WS-HT-CNT).
       LOAD-HIST-NEXT-RTN.
           READ HIST-FILE
               AT END MOVE 'F' TO HIST-EOF-SW.
       LOAD-HIST-RTN-EXIT. EXIT.

       MATCH-HIST-EMP-RTN.
           IF CD-EMP-ID(CD-SUB) = HH-EMP-ID
               MOVE 'Y' TO WS-REG-FOUND-SW
           END-IF.
       MATCH-HIST-EMP-RTN-EXIT. EXIT.

       READ-INPUT.
           PERFORM PRICE-CHANGE-RTN THRU PRICE-CHANGE-RTN-EXIT
               VARYING CD-SUB FROM 1 BY 1
               UNTIL CD-SUB > WS-CD-CNT.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       READ-INPUT-EXIT. EXIT.

       PRICE-CHANGE-RTN.
           IF CD-EMP-ID(CD-SUB) NOT = PR-EMPLOYEE-ID
               GO TO PRICE-CHANGE-RTN-EXIT
           END-IF.
           MOVE 'Y' TO CD-DONE-SW(CD-SUB).
           MOVE PR-EMPLOYEE-ID       TO CL-EMP-ID.
           MOVE PR-LAST-NAME         TO CL-NAME.
           MOVE CD-EFF-DATE(CD-SUB)  TO CL-EFF-DATE.
           MOVE CD-OLD-RATE(CD-SUB)  TO CL-OLD-Z.
           MOVE CD-NEW-RATE(CD-SUB)  TO CL-NEW-Z.
           MOVE CAND-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM PRICE-PERIOD-RTN
               VARYING RP-SUB FROM CD-FIRST-RP(CD-SUB) BY 1
               UNTIL RP-SUB > CD-LAST-RP(CD-SUB).
      * RETRO IS PAID THROUGH THE NEXT REGULAR CYCLE ONLY TO SOMEONE
      * IT WILL PAY.  A LOWER RATE BACK-DATED IS AN OVERPAYMENT AND
      * IS RECOVERED BY PAYROLL, NOT NETTED AGAINST A CHECK.
           EVALUATE TRUE
               WHEN NOT PR-STAT-ACTIVE
                   MOVE 'NOT ACTIVE - PAY OFF-CYCLE   ' TO WS-TOT-NOTE
                   ADD 1 TO WS-HELD-CNT
                   MOVE 4 TO RETURN-CODE
               WHEN CD-AMOUNT(CD-SUB) < 0
                   MOVE 'OVERPAID - RECOVER BY HAND   ' TO WS-TOT-NOTE
                   ADD 1 TO WS-HELD-CNT
                   MOVE 4 TO RETURN-CODE
               WHEN CD-AMOUNT(CD-SUB) = 0
                   MOVE 'NOTHING DUE                  ' TO WS-TOT-NOTE
               WHEN OTHER
                   MOVE 'TO NEXT PAY CYCLE            ' TO WS-TOT-NOTE
                   PERFORM WRITE-RETRO-RTN
           END-EVALUATE.
           COMPUTE TL-PERIODS = CD-LAST-RP(CD-SUB)
               - CD-FIRST-RP(CD-SUB) + 1.
           MOVE CD-AMOUNT(CD-SUB) TO TL-AMOUNT-Z.
           MOVE WS-TOT-NOTE       TO TL-NOTE.
           MOVE TOT-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       PRICE-CHANGE-RTN-EXIT. EXIT.

       PRICE-PERIOD-RTN.
      * THE RATE DIFFERENCE TIMES WHAT THE PERIOD PAID ON - HOURLY,
      * THE PERIOD'S HOURS WITH OVERTIME AT ITS MULTIPLIER; BIWEEKLY,
      * ONE PERIOD; YEARLY, ONE TWENTY-SIXTH.
           MOVE RP-CAL-SUB(RP-SUB) TO CAL-SUB.
           COMPUTE WS-RATE-DIFF = CD-NEW-RATE(CD-SUB)
               - RP-PAID-RATE(RP-SUB).
           MOVE SPACES TO WS-NOTE.
           MOVE 0 TO WS-PERIOD-AMT.
           EVALUATE TRUE
               WHEN PR-HOURLY
                   PERFORM SUM-PERIOD-HOURS-RTN
                   COMPUTE WS-FACTOR = WS-STRAIGHT
                       + (WS-WEEK-MULT * WS-WK-OT)
                       + (WS-DAY-MULT * WS-DAYX-OT)
                   COMPUTE WS-PERIOD-AMT ROUNDED =
                       WS-RATE-DIFF * WS-FACTOR
                   MOVE WS-HOURS TO WS-UNITS
                   IF WS-HOURS = 0
                       MOVE 'NO HOURS ON FILE ' TO WS-NOTE
                   END-IF
               WHEN PR-BIWEEKLY
                   MOVE WS-RATE-DIFF TO WS-PERIOD-AMT
                   MOVE 1 TO WS-UNITS
               WHEN PR-YEARLY
                   COMPUTE WS-PERIOD-AMT ROUNDED = WS-RATE-DIFF / 26
                   MOVE 1 TO WS-UNITS
               WHEN OTHER
                   MOVE 0 TO WS-UNITS
                   MOVE 'NO PAY CYCLE     ' TO WS-NOTE
           END-EVALUATE.
           ADD WS-PERIOD-AMT TO CD-AMOUNT(CD-SUB).
           MOVE CT-START(CAL-SUB)    TO PL-START.
           MOVE CT-END(CAL-SUB)      TO PL-END.
           MOVE RP-PAID-RATE(RP-SUB) TO PL-PAID-Z.
           MOVE WS-UNITS             TO PL-UNITS-Z.
           MOVE WS-PERIOD-AMT        TO PL-AMOUNT-Z.
           MOVE WS-NOTE              TO PL-NOTE.
           MOVE PER-LINE TO OUT-REC.
           WRITE OUT-REC.
       PRICE-PERIOD-RTN-EXIT. EXIT.

       SUM-PERIOD-HOURS-RTN.
      * THE PAY CYCLE'S SPLIT: OVERTIME IS THE GREATER OF THE WEEKLY
      * EXCESS AND THE SUM OF THE DAILY EXCESSES, DAILY-RULE HOURS
      * BEYOND THE WEEKLY EXCESS AT THE DAILY MULTIPLIER.
           MOVE 0 TO WS-HOURS.
           MOVE 0 TO WS-DAY-OT.
           PERFORM SUM-HOURS-DAY-RTN THRU SUM-HOURS-DAY-RTN-EXIT
               VARYING HT-SUB FROM 1 BY 1
               UNTIL HT-SUB > WS-HT-CNT.
           IF WS-HOURS > WS-WEEK-THRESH
               COMPUTE WS-WK-OT = WS-HOURS - WS-WEEK-THRESH
           ELSE
               MOVE 0 TO WS-WK-OT
           END-IF.
           IF WS-DAY-OT > WS-WK-OT
               COMPUTE WS-DAYX-OT = WS-DAY-OT - WS-WK-OT
           ELSE
               MOVE 0 TO WS-DAYX-OT
           END-IF.
           COMPUTE WS-STRAIGHT = WS-HOURS - WS-WK-OT - WS-DAYX-OT.
       SUM-PERIOD-HOURS-RTN-EXIT. EXIT.

       SUM-HOURS-DAY-RTN.
           IF HT-EMP-ID(HT-SUB) NOT = PR-EMPLOYEE-ID
                   OR HT-WORK-DATE(HT-SUB) < CT-START(CAL-SUB)
                   OR HT-WORK-DATE(HT-SUB) > CT-END(CAL-SUB)
               GO TO SUM-HOURS-DAY-RTN-EXIT
           END-IF.
           ADD HT-HOURS(HT-SUB) TO WS-HOURS.
           IF WS-DAY-THRESH > 0
                   AND HT-HOURS(HT-SUB) > WS-DAY-THRESH
               COMPUTE WS-DAY-OT = WS-DAY-OT +
                   (HT-HOURS(HT-SUB) - WS-DAY-THRESH)
           END-IF.
       SUM-HOURS-DAY-RTN-EXIT. EXIT.

       WRITE-RETRO-RTN.
           ADD 1 TO WS-PAID-CNT.
           ADD CD-AMOUNT(CD-SUB) TO WS-RTE-TOTAL.
           MOVE SPACES              TO RETRO-EARNINGS-RECORD.
           MOVE CD-EMP-ID(CD-SUB)   TO RTE-EMP-ID.
           MOVE CD-EFF-DATE(CD-SUB) TO RTE-EFF-DATE.
           MOVE CD-OLD-RATE(CD-SUB) TO RTE-OLD-RATE.
           MOVE CD-NEW-RATE(CD-SUB) TO RTE-NEW-RATE.
           COMPUTE RTE-PERIODS = CD-LAST-RP(CD-SUB)
               - CD-FIRST-RP(CD-SUB) + 1.
           MOVE CD-AMOUNT(CD-SUB)   TO RTE-AMOUNT.
           WRITE RETRO-EARNINGS-RECORD.
       WRITE-RETRO-RTN-EXIT. EXIT.

       REPORT-UNMATCHED-RTN.
           IF CD-DONE-SW(CD-SUB) NOT = 'Y'
               ADD 1 TO WS-HELD-CNT
               MOVE CD-EMP-ID(CD-SUB)   TO CL-EMP-ID
               MOVE 'NOT ON PAYROLL    ' TO CL-NAME
               MOVE CD-EFF-DATE(CD-SUB) TO CL-EFF-DATE
               MOVE CD-OLD-RATE(CD-SUB) TO CL-OLD-Z
               MOVE CD-NEW-RATE(CD-SUB) TO CL-NEW-Z
               MOVE CAND-LINE TO OUT-REC
               WRITE OUT-REC
               MOVE 4 TO RETURN-CODE
           END-IF.
       REPORT-UNMATCHED-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'POSITION HISTORY RECORDS READ           '
               TO CTL-LABEL.
           MOVE WS-PH-READ TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'RECORDS REVIEWED FOR THE FIRST TIME     '
               TO CTL-LABEL.
           MOVE WS-NEW-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'LATE RATE CHANGES FOUND                 '
               TO CTL-LABEL.
           MOVE WS-LATE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'RETRO PAYMENTS TO NEXT CYCLE            '
               TO CTL-LABEL.
           MOVE WS-PAID-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'LATE CHANGES HELD FOR PAYROLL           '
               TO CTL-LABEL.
           MOVE WS-HELD-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           DISPLAY 'RETRO EARNINGS PASSED: ' WS-RTE-TOTAL.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE POSH-FILE REVO-FILE CAL-FILE PAYROLL-FILE RTE-FILE
                 OUT-FILE.
           IF REV-FS-OK
               CLOSE REV-FILE
           END-IF.
           IF HIST-FS-OK
               CLOSE HIST-FILE
           END-IF.
           IF OT-FS-OK
               CLOSE OT-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
