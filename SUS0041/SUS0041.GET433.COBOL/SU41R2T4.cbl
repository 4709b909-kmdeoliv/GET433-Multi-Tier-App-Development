       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41R2T4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT WD-FILE   ASSIGN TO WDFILE
                     FILE STATUS IS WD-FS.
            SELECT T4F-FILE  ASSIGN TO T4FILE
                     FILE STATUS IS T4F-FS.
            SELECT CAL-FILE  ASSIGN TO CALFILE
                     FILE STATUS IS CAL-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT GL-FILE   ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            COPY ARSEL.
            COPY ARJSEL.
            COPY OPITSEL.
            SELECT ARCV-FILE ASSIGN TO ARVFILE
                     FILE STATUS IS ARCV-FS.
            COPY LOCKSEL.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
           COPY ARREC.

       COPY ARJFD.

       FD  OPIT-FILE.
           COPY OPITREC.

      **** REGISTRAR DROP/WITHDRAWAL FEED - THE SAME FILE SU41PGM64
      **** REVERSES TUITION FROM.  ONLY FULL WITHDRAWALS ('W') COST
      **** A STUDENT ANY FEDERAL AID; CREDIT DROPS ARE PASSED OVER ***
       FD  WD-FILE.
       01  WD-REC.
           05  WD-SSN         PIC 9(9).
           05  WD-EFF-DATE    PIC 9(8).
           05  WD-ACTION      PIC X.
               88  WD-WITHDRAWAL         VALUE 'W'.
               88  WD-CREDIT-DROP        VALUE 'D'.
           05  WD-NEW-CREDITS PIC 99.
           05  WD-RESIDENCY   PIC X(1).
           05  FILLER         PIC X(59).

       FD  T4F-FILE.
           COPY T4FCTL.

       FD  CAL-FILE.
           COPY CALCTL.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

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

      **** FORWARD-RECOVERY JOURNAL (ARRCV LAYOUT) - ONE BEFORE/AFTER
      **** IMAGE PER AR RECORD TOUCHED, SO A RESTORED BACKUP CAN BE
      **** ROLLED FORWARD BY SU41PGM95 *********************************
       FD  ARCV-FILE.
       01  ARCV-REC.
           COPY ARRCV.

       FD  LOCK-FILE.
       01  LOCK-REC.
           COPY LOKREC.

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
      *                                * RETURN OF TITLE IV AID ON     *
      *                                * WITHDRAWAL.  FOR EACH FULL    *
      *                                * WITHDRAWAL ON WDFILE THE RUN  *
      *                                * FINDS THE FEDERAL AID         *
      *                                * SU41PGM33 POSTED THIS TERM,   *
      *                                * FUND BY FUND, FROM THE AR     *
      *                                * JOURNAL, WORKS OUT THE SHARE  *
      *                                * OF THE TERM COMPLETED AND THE *
      *                                * UNEARNED AID, AND POSTS THE   *
      *                                * SCHOOL'S RETURN BACK OFF THE  *
      *                                * STUDENT'S AID CREDIT.  EACH   *
      *                                * STUDENT GETS A WORKSHEET, AND *
      *                                * THE AID OFFICE GETS THE DUE-  *
      *                                * TO-GOVERNMENT TOTAL BY FUND.  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  ARJ-EOF-SW      PIC X         VALUE SPACES.
           05  T4F-EOF-SW      PIC X         VALUE SPACES.
           05  CAL-EOF-SW      PIC X         VALUE SPACES.
           05  CAL-FOUND-SW    PIC X         VALUE 'N'.
               88  CAL-FOUND                 VALUE 'Y'.
           05  BROWSE-DONE-SW  PIC X         VALUE 'N'.
               88  BROWSE-DONE               VALUE 'Y'.
           05  WDT-FOUND-SW    PIC X         VALUE 'N'.
               88  WDT-FOUND                 VALUE 'Y'.
           05  FUND-FOUND-SW   PIC X         VALUE 'N'.
               88  FUND-FOUND                VALUE 'Y'.
           05  WS-CAL-TERM     PIC X(6)      VALUE SPACES.
           05  WS-TERM-START   PIC 9(8)      VALUE 0.
           05  WS-TERM-END     PIC 9(8)      VALUE 0.
           05  WS-AID-START    PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-DROP-CNT     PIC 9(7)      VALUE 0.
           05  WS-DUP-CNT      PIC 9(7)      VALUE 0.
           05  WS-RETURN-CNT   PIC 9(7)      VALUE 0.
           05  WS-EARNED-CNT   PIC 9(7)      VALUE 0.
           05  WS-NOAID-CNT    PIC 9(7)      VALUE 0.
           05  WS-DONE-CNT     PIC 9(7)      VALUE 0.
           05  WS-REJECT-CNT   PIC 9(7)      VALUE 0.
           05  WS-NOFUND-CNT   PIC 9(7)      VALUE 0.
           05  WS-RETURN-AMT   PIC 9(9)V99   VALUE 0.
           05  WS-STUDENT-AMT  PIC 9(9)V99   VALUE 0.
      **** ONE STUDENT'S CALCULATION **********************************
           05  WS-DAYS-TERM    PIC 9(5)      VALUE 0.
           05  WS-DAYS-DONE    PIC 9(5)      VALUE 0.
           05  WS-PCT-DONE     PIC 9V999     VALUE 0.
           05  WS-PCT-LEFT     PIC 9V999     VALUE 0.
           05  WS-AID-TOTAL    PIC 9(9)V99   VALUE 0.
           05  WS-EARNED       PIC 9(9)V99   VALUE 0.
           05  WS-UNEARNED     PIC 9(9)V99   VALUE 0.
           05  WS-CHARGES      PIC 9(9)V99   VALUE 0.
           05  WS-CHG-UNEARNED PIC 9(9)V99   VALUE 0.
           05  WS-SCHOOL-SHARE PIC 9(9)V99   VALUE 0.
           05  WS-STUDENT-SHARE PIC 9(9)V99  VALUE 0.
           05  WS-SCHOOL-LEFT  PIC 9(9)V99   VALUE 0.
           05  WS-STUDENT-LEFT PIC 9(9)V99   VALUE 0.
           05  WS-FUND-AVAIL   PIC 9(9)V99   VALUE 0.
           05  WS-FUND-SCHOOL  PIC 9(9)V99   VALUE 0.
           05  WS-FUND-STUDENT PIC 9(9)V99   VALUE 0.
           05  WS-ARJ-SIGNED   PIC S9(7)V99  VALUE 0.
      **** CALENDAR-DAY NUMBERING - THE FEDERAL CALCULATION COUNTS
      **** REAL DAYS, SO THE 360-DAY SERIAL THE TUITION REVERSAL
      **** USES WILL NOT DO HERE ***************************************
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
           05  WS-START-DAYNO  PIC 9(7)      VALUE 0.
           05  WS-END-DAYNO    PIC 9(7)      VALUE 0.
           05  WS-EFF-DAYNO    PIC 9(7)      VALUE 0.
           05  WS-CUM-DAYS-TBL PIC X(36)     VALUE
                   '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-R   REDEFINES WS-CUM-DAYS-TBL.
               10  WS-CUM-DAYS PIC 9(3)  OCCURS 12 TIMES.
           05  WD-FS           PIC XX        VALUE '00'.
               88  WD-FS-OK                  VALUE '00'.
           05  T4F-FS          PIC XX        VALUE '00'.
               88  T4F-FS-OK                 VALUE '00'.
           05  CAL-FS          PIC XX        VALUE '00'.
               88  CAL-FS-OK                 VALUE '00'.
           05  ARJ-FS          PIC XX        VALUE '00'.
               88  ARJ-FS-OK                 VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

           COPY ARRC.

           COPY OPITRC.

           COPY SSNCHKW.

      **** TITLE IV FUNDS FROM THE CONTROL FILE, IN RETURN ORDER, WITH
      **** THE RUN'S DUE-TO-GOVERNMENT AND STUDENT-PORTION TOTALS ****
       01  WS-FUND-AREA.
           05  WS-FUND-TBL OCCURS 12 TIMES.
             10  FT-FUND         PIC X(6).
             10  FT-DESC         PIC X(20).
             10  FT-DUE-GL       PIC X(10).
             10  FT-STUDENTS     PIC 9(5).
             10  FT-DUE-AMT      PIC 9(9)V99.
             10  FT-STUDENT-AMT  PIC 9(9)V99.
       01  WS-FUND-CNT         PIC 9(2)      VALUE 0.
       01  WS-FUND-MAX         PIC 9(2)      VALUE 12.
       01  FUND-SUB            PIC 9(2)      VALUE 0.
       01  FUND-HIT-SUB        PIC 9(2)      VALUE 0.

      **** THE RUN'S FULL WITHDRAWALS, WITH EACH STUDENT'S TITLE IV
      **** DISBURSEMENTS THIS TERM BY FUND AS FOUND ON THE JOURNAL ****
       01  WS-WD-AREA.
           05  WS-WD-TBL OCCURS 500 TIMES.
             10  WDT-SSN         PIC 9(9).
             10  WDT-EFF-DATE    PIC 9(8).
             10  WDT-RETURNED    PIC X.
             10  WDT-AID         PIC 9(7)V99 OCCURS 12 TIMES.
       01  WS-WD-CNT           PIC 9(3)      VALUE 0.
       01  WS-WD-MAX           PIC 9(3)      VALUE 500.
       01  WD-SUB              PIC 9(3)      VALUE 0.
       01  WD-HIT-SUB          PIC 9(3)      VALUE 0.

       01  HDG-LINE1.
           05 FILLER          PIC X(18) VALUE SPACES.
           05 FILLER          PIC X(38) VALUE
                   'RETURN OF TITLE IV AID WORKSHEET  TERM'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HDG-TERM        PIC X(6).
           05 FILLER          PIC X(17) VALUE SPACES.

       01  WS-LINE1.
           05 FILLER          PIC X(9)  VALUE 'STUDENT: '.
           05 WL1-SSN         PIC 9(9).
           05 FILLER          PIC X(13) VALUE '  WITHDREW: '.
           05 WL1-EFF-DATE    PIC 9(8).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 WL1-NOTE        PIC X(38).

       01  WS-LINE2.
           05 FILLER          PIC X(16) VALUE 'DAYS COMPLETED: '.
           05 WL2-DAYS-DONE   PIC ZZZZ9.
           05 FILLER          PIC X(4)  VALUE ' OF '.
           05 WL2-DAYS-TERM   PIC ZZZZ9.
           05 FILLER          PIC X(17) VALUE '   PCT COMPLETE: '.
           05 WL2-PCT         PIC 9.999.
           05 FILLER          PIC X(28) VALUE SPACES.

       01  WS-LINE3.
           05 FILLER          PIC X(22) VALUE
                   'TITLE IV DISBURSED:   '.
           05 WL3-AID         PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(12) VALUE '   EARNED: '.
           05 WL3-EARNED      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  WS-LINE4.
           05 FILLER          PIC X(22) VALUE
                   'INSTITUTIONAL CHGS:   '.
           05 WL4-CHARGES     PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(12) VALUE ' UNEARNED: '.
           05 WL4-UNEARNED    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  WS-LINE5.
           05 FILLER          PIC X(22) VALUE
                   'SCHOOL RETURNS:       '.
           05 WL5-SCHOOL      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(12) VALUE '  STUDENT: '.
           05 WL5-STUDENT     PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  WS-FUND-HDG.
           05 FILLER          PIC X(40) VALUE
                   '  FUND   DESCRIPTION               DISBU'.
           05 FILLER          PIC X(40) VALUE
                   'RSED  SCHOOL RETURN  STUDENT SHARE      '.

       01  WS-FUND-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 WFL-FUND        PIC X(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 WFL-DESC        PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 WFL-AID         PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 WFL-SCHOOL      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 WFL-STUDENT     PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(6)  VALUE SPACES.

       01  DUE-HDG.
           05 FILLER          PIC X(40) VALUE
                   'DUE TO GOVERNMENT BY FUND         STDS  '.
           05 FILLER          PIC X(40) VALUE
                   ' SCHOOL SHARE  STUDENT SHARE            '.

       01  DUE-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DUE-FUND        PIC X(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DUE-DESC        PIC X(20).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DUE-STUDENTS    PIC ZZ,ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DUE-AMOUNT      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DUE-STUDENT-AMT PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(12) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(30).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(26) VALUE SPACES.

       01  ARCV-WORK-AREA.
           05  ARCV-FS         PIC XX        VALUE '00'.
               88  ARCV-FS-OK                VALUE '00'.
           05  WS-RCV-TIME     PIC 9(8)      VALUE 0.
           05  WS-AR-BEFORE    PIC X(84)     VALUE SPACES.

       COPY LOCKW.

       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM FIND-TERM-RTN.
           PERFORM LOAD-FUNDS-RTN.
           PERFORM LOAD-WITHDRAWALS-RTN
               UNTIL EOF-SW = 'F'.
           PERFORM SCAN-JOURNAL-RTN.
           PERFORM HDG-ROUTINE.
           PERFORM PROCESS-STUDENT-RTN THRU PROCESS-STUDENT-RTN-EXIT
               VARYING WD-SUB FROM 1 BY 1
               UNTIL WD-SUB > WS-WD-CNT.
           PERFORM WRITE-GL-ENTRIES-RTN.
           PERFORM DUE-TOTAL-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT WD-FILE.
           IF NOT WD-FS-OK
               DISPLAY 'SU41R2T4 - WD-FILE OPEN FAILED, STATUS='
                       WD-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NOTHING OPENS THE SHARED AR CLUSTER FOR UPDATE WITHOUT THE
      * QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY WHILE
      * THIS JOB HOLDS IT, AND A SECOND BATCH UPDATER IS REFUSED.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41R2T4 - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'ARFILE  ' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41R2T4' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O AR-FILE.
           IF NOT AR-SUCCESSFUL
               DISPLAY 'SU41R2T4 - AR-FILE OPEN FAILED, STATUS='
                       AR-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT OPIT-FILE.
           IF NOT OPI-SUCCESSFUL
               DISPLAY 'SU41R2T4 - OPIT-FILE OPEN FAILED, STATUS='
                       OPI-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41R2T4 - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41R2T4 - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41R2T4 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * THE RECOVERY JOURNAL IS PERMANENT - OPENED EXTEND SO EVERY
      * IMAGE EVER TAKEN STAYS BEHIND THE CURRENT BACKUP CYCLE.
           OPEN EXTEND ARCV-FILE.
           IF NOT ARCV-FS-OK
               DISPLAY 'SU41R2T4 - ARCV-FILE OPEN FAILED, '
                       'STATUS=' ARCV-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RCV-TIME FROM TIME.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
      * ALREADY REPORTED.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41R2T4 ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ WD-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       FIND-TERM-RTN.
      * THE SAME TERM SU41PGM64 REVERSES TUITION FOR - THE ONE WHOSE
      * DATES COVER THE RUN DATE.  AID COUNTS FROM THE TERM'S
      * BILLING START, SINCE IT IS DISBURSED AHEAD OF THE FIRST DAY.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FS-OK
               DISPLAY 'SU41R2T4 - ACADEMIC CALENDAR NOT AVAILABLE, '
                       'STATUS=' CAL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
           PERFORM FIND-CURRENT-TERM-RTN
               UNTIL CAL-EOF-SW = 'F' OR CAL-FOUND.
           CLOSE CAL-FILE.
           IF NOT CAL-FOUND
               DISPLAY 'SU41R2T4 ABEND - NO CALENDAR TERM COVERS '
                       'RUN DATE ' WS-RUN-DATE-8
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TERM-START TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE WS-DAY-NUMBER TO WS-START-DAYNO.
           MOVE WS-TERM-END TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE WS-DAY-NUMBER TO WS-END-DAYNO.
           COMPUTE WS-DAYS-TERM = WS-END-DAYNO - WS-START-DAYNO + 1.
           MOVE WS-CAL-TERM TO HDG-TERM.
       FIND-TERM-RTN-EXIT. EXIT.

       FIND-CURRENT-TERM-RTN.
           IF WS-RUN-DATE-8 >= CAL-START-DATE
                   AND WS-RUN-DATE-8 <= CAL-END-DATE
               MOVE 'Y' TO CAL-FOUND-SW
               MOVE CAL-TERM       TO WS-CAL-TERM
               MOVE CAL-START-DATE TO WS-TERM-START
               MOVE CAL-END-DATE   TO WS-TERM-END
               MOVE CAL-BILL-START TO WS-AID-START
               IF CAL-BILL-START NOT NUMERIC
                       OR CAL-BILL-START = 0
                       OR CAL-BILL-START > CAL-START-DATE
                   MOVE CAL-START-DATE TO WS-AID-START
               END-IF
           ELSE
               READ CAL-FILE
                   AT END MOVE 'F' TO CAL-EOF-SW
               END-READ
           END-IF.
       FIND-CURRENT-TERM-RTN-EXIT. EXIT.

       LOAD-FUNDS-RTN.
      * NO FUND TABLE, NO CALCULATION - WHICH FUNDS ARE FEDERAL AND
      * THEIR RETURN ORDER ARE THE AID OFFICE'S CALL, NOT A DEFAULT.
           OPEN INPUT T4F-FILE.
           IF NOT T4F-FS-OK
               DISPLAY 'SU41R2T4 - T4F-FILE OPEN FAILED, STATUS='
                       T4F-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ T4F-FILE
               AT END MOVE 'F' TO T4F-EOF-SW.
           PERFORM LOAD-ONE-FUND-RTN
               UNTIL T4F-EOF-SW = 'F'.
           CLOSE T4F-FILE.
           IF WS-FUND-CNT = 0
               DISPLAY 'SU41R2T4 ABEND - NO TITLE IV FUNDS ON T4FILE'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       LOAD-FUNDS-RTN-EXIT. EXIT.

       LOAD-ONE-FUND-RTN.
           IF WS-FUND-CNT < WS-FUND-MAX
               ADD 1 TO WS-FUND-CNT
               MOVE T4F-FUND   TO FT-FUND(WS-FUND-CNT)
               MOVE T4F-DESC   TO FT-DESC(WS-FUND-CNT)
               MOVE T4F-DUE-GL TO FT-DUE-GL(WS-FUND-CNT)
               MOVE 0          TO FT-STUDENTS(WS-FUND-CNT)
               MOVE 0          TO FT-DUE-AMT(WS-FUND-CNT)
               MOVE 0          TO FT-STUDENT-AMT(WS-FUND-CNT)
           ELSE
               DISPLAY 'SU41R2T4 - FUND TABLE FULL, FUND '
                       T4F-FUND ' DROPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           READ T4F-FILE
               AT END MOVE 'F' TO T4F-EOF-SW.
       LOAD-ONE-FUND-RTN-EXIT. EXIT.

       LOAD-WITHDRAWALS-RTN.
           ADD 1 TO WS-READ-CNT.
           PERFORM LOAD-ONE-WD-RTN THRU LOAD-ONE-WD-RTN-EXIT.
           READ WD-FILE
               AT END MOVE 'F' TO EOF-SW.
       LOAD-WITHDRAWALS-RTN-EXIT. EXIT.

       LOAD-ONE-WD-RTN.
           IF NOT WD-WITHDRAWAL
               ADD 1 TO WS-DROP-CNT
               GO TO LOAD-ONE-WD-RTN-EXIT
           END-IF.
           PERFORM FIND-WD-RTN.
           IF WDT-FOUND
               ADD 1 TO WS-DUP-CNT
               GO TO LOAD-ONE-WD-RTN-EXIT
           END-IF.
           IF WS-WD-CNT NOT < WS-WD-MAX
               DISPLAY 'SU41R2T4 - WITHDRAWAL TABLE FULL, SSN '
                       WD-SSN ' NOT CALCULATED'
               ADD 1 TO WS-REJECT-CNT
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-ONE-WD-RTN-EXIT
           END-IF.
           ADD 1 TO WS-WD-CNT.
           MOVE WD-SSN      TO WDT-SSN(WS-WD-CNT).
           MOVE WD-EFF-DATE TO WDT-EFF-DATE(WS-WD-CNT).
           MOVE 'N'         TO WDT-RETURNED(WS-WD-CNT).
           PERFORM CLEAR-AID-RTN
               VARYING FUND-SUB FROM 1 BY 1
               UNTIL FUND-SUB > WS-FUND-MAX.
       LOAD-ONE-WD-RTN-EXIT. EXIT.

       CLEAR-AID-RTN.
           MOVE 0 TO WDT-AID(WS-WD-CNT, FUND-SUB).
       CLEAR-AID-RTN-EXIT. EXIT.

       FIND-WD-RTN.
           MOVE 'N' TO WDT-FOUND-SW.
           MOVE 0 TO WD-HIT-SUB.
           PERFORM MATCH-WD-RTN
               VARYING WD-SUB FROM 1 BY 1
               UNTIL WD-SUB > WS-WD-CNT OR WDT-FOUND.
       FIND-WD-RTN-EXIT. EXIT.

       MATCH-WD-RTN.
           IF WDT-SSN(WD-SUB) = WD-SSN
               MOVE 'Y' TO WDT-FOUND-SW
               MOVE WD-SUB TO WD-HIT-SUB
           END-IF.
       MATCH-WD-RTN-EXIT. EXIT.

       SCAN-JOURNAL-RTN.
      * ONE PASS OF THE AR JOURNAL PICKS UP EVERY TITLE IV
      * DISBURSEMENT THE WITHDRAWN STUDENTS RECEIVED THIS TERM, AND
      * ANY RETURN ALREADY POSTED FOR THEM - A RERUN MUST NOT TAKE
      * THE SAME AID BACK TWICE.  THE JOURNAL IS THEN REOPENED
      * EXTEND FOR THIS RUN'S OWN ENTRIES.
           OPEN INPUT ARJ-FILE.
           IF NOT ARJ-FS-OK
               DISPLAY 'SU41R2T4 - ARJ-FILE OPEN FAILED, STATUS='
                       ARJ-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ ARJ-FILE
               AT END MOVE 'F' TO ARJ-EOF-SW.
           PERFORM READ-JOURNAL-RTN THRU READ-JOURNAL-RTN-EXIT
               UNTIL ARJ-EOF-SW = 'F'.
           CLOSE ARJ-FILE.
           OPEN EXTEND ARJ-FILE.
           IF NOT ARJ-FS-OK
               DISPLAY 'SU41R2T4 - ARJ-FILE OPEN FAILED, STATUS='
                       ARJ-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           IF WS-NOFUND-CNT > 0
               DISPLAY 'SU41R2T4 - ' WS-NOFUND-CNT ' AID ENTRIES '
                       'CARRY NO FUND CODE - NOT CALCULATED'
               MOVE 4 TO RETURN-CODE
           END-IF.
       SCAN-JOURNAL-RTN-EXIT. EXIT.

       READ-JOURNAL-RTN.
           IF ARJ-TRAN-TYPE NOT = 'FA' AND ARJ-TRAN-TYPE NOT = 'RA'
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           IF ARJ-POST-DATE < WS-AID-START
                   OR ARJ-POST-DATE > WS-TERM-END
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           MOVE ARJ-SSN TO WD-SSN.
           PERFORM FIND-WD-RTN.
           IF NOT WDT-FOUND
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           IF ARJ-TRAN-TYPE = 'RA'
               MOVE 'Y' TO WDT-RETURNED(WD-HIT-SUB)
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           IF ARJ-FUND = SPACES OR ARJ-FUND = LOW-VALUES
               ADD 1 TO WS-NOFUND-CNT
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           PERFORM FIND-FUND-RTN.
           IF FUND-FOUND
               ADD ARJ-AMOUNT TO WDT-AID(WD-HIT-SUB, FUND-HIT-SUB)
           END-IF.
       READ-JOURNAL-NEXT-RTN.
           READ ARJ-FILE
               AT END MOVE 'F' TO ARJ-EOF-SW.
       READ-JOURNAL-RTN-EXIT. EXIT.

       FIND-FUND-RTN.
           MOVE 'N' TO FUND-FOUND-SW.
           MOVE 0 TO FUND-HIT-SUB.
           PERFORM MATCH-FUND-RTN
               VARYING FUND-SUB FROM 1 BY 1
               UNTIL FUND-SUB > WS-FUND-CNT OR FUND-FOUND.
       FIND-FUND-RTN-EXIT. EXIT.

       MATCH-FUND-RTN.
           IF FT-FUND(FUND-SUB) = ARJ-FUND
               MOVE 'Y' TO FUND-FOUND-SW
               MOVE FUND-SUB TO FUND-HIT-SUB
           END-IF.
       MATCH-FUND-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       PROCESS-STUDENT-RTN.
           MOVE SPACES TO WL1-NOTE.
           MOVE WDT-SSN(WD-SUB)      TO WL1-SSN.
           MOVE WDT-EFF-DATE(WD-SUB) TO WL1-EFF-DATE.
           MOVE WDT-SSN(WD-SUB) TO SSN-EDIT-SSN.
           PERFORM VALIDATE-SSN-FORMAT-RTN.
           IF SSN-FORMAT-BAD
               ADD 1 TO WS-REJECT-CNT
               MOVE 'INVALID SSN - REJECTED' TO WL1-NOTE
               PERFORM WRITE-LINE1-RTN
               GO TO PROCESS-STUDENT-RTN-EXIT
           END-IF.
           IF WDT-EFF-DATE(WD-SUB) < WS-TERM-START
                   OR WDT-EFF-DATE(WD-SUB) > WS-TERM-END
               ADD 1 TO WS-REJECT-CNT
               MOVE 'DATE OUTSIDE TERM - REJECTED' TO WL1-NOTE
               PERFORM WRITE-LINE1-RTN
               GO TO PROCESS-STUDENT-RTN-EXIT
           END-IF.
           IF WDT-RETURNED(WD-SUB) = 'Y'
               ADD 1 TO WS-DONE-CNT
               MOVE 'AID ALREADY RETURNED THIS TERM' TO WL1-NOTE
               PERFORM WRITE-LINE1-RTN
               GO TO PROCESS-STUDENT-RTN-EXIT
           END-IF.
           MOVE 0 TO WS-AID-TOTAL.
           PERFORM SUM-AID-RTN
               VARYING FUND-SUB FROM 1 BY 1
               UNTIL FUND-SUB > WS-FUND-CNT.
           IF WS-AID-TOTAL = 0
               ADD 1 TO WS-NOAID-CNT
               MOVE 'NO TITLE IV AID THIS TERM' TO WL1-NOTE
               PERFORM WRITE-LINE1-RTN
               GO TO PROCESS-STUDENT-RTN-EXIT
           END-IF.
           MOVE WDT-SSN(WD-SUB) TO AR-SSN.
           READ AR-FILE
               INVALID KEY MOVE '23' TO AR-RC.
           IF NOT AR-SUCCESSFUL
               ADD 1 TO WS-REJECT-CNT
               MOVE 'NO AR RECORD - REJECTED' TO WL1-NOTE
               PERFORM WRITE-LINE1-RTN
               GO TO PROCESS-STUDENT-RTN-EXIT
           END-IF.
           PERFORM COMPUTE-PCT-RTN.
      * PAST THE 60 PERCENT POINT EVERY DOLLAR IS EARNED - THE
      * WORKSHEET STILL PRINTS SO THE FILE SHOWS IT WAS CHECKED.
           IF WS-PCT-DONE > .600
               ADD 1 TO WS-EARNED-CNT
               MOVE 1 TO WS-PCT-DONE
               MOVE 0 TO WS-PCT-LEFT
               MOVE 'OVER 60 PCT COMPLETE - ALL EARNED' TO WL1-NOTE
           ELSE
               COMPUTE WS-PCT-LEFT = 1 - WS-PCT-DONE
           END-IF.
           COMPUTE WS-EARNED ROUNDED = WS-AID-TOTAL * WS-PCT-DONE.
           COMPUTE WS-UNEARNED = WS-AID-TOTAL - WS-EARNED.
           PERFORM SUM-TERM-CHARGES-RTN.
      * THE SCHOOL RETURNS THE LESSER OF THE UNEARNED AID AND THE
      * UNEARNED SHARE OF ITS OWN CHARGES; THE REST IS THE STUDENT'S
      * TO REPAY, WHICH THE AID OFFICE HANDLES WITH THE STUDENT.
           COMPUTE WS-CHG-UNEARNED ROUNDED = WS-CHARGES * WS-PCT-LEFT.
           IF WS-CHG-UNEARNED < WS-UNEARNED
               MOVE WS-CHG-UNEARNED TO WS-SCHOOL-SHARE
           ELSE
               MOVE WS-UNEARNED TO WS-SCHOOL-SHARE
           END-IF.
           IF WS-SCHOOL-SHARE > AR-PAID
               DISPLAY 'SU41R2T4 - RETURN EXCEEDS AMOUNT PAID SSN='
                       AR-SSN ' - LIMITED TO ' AR-PAID
               MOVE AR-PAID TO WS-SCHOOL-SHARE
               MOVE 4 TO RETURN-CODE
           END-IF.
      * WHATEVER THE SCHOOL DOES NOT RETURN, AFTER THE CAP, IS THE
      * STUDENT'S - THE TWO SHARES ALWAYS MAKE UP THE UNEARNED AID.
           COMPUTE WS-STUDENT-SHARE = WS-UNEARNED - WS-SCHOOL-SHARE.
           PERFORM WRITE-WORKSHEET-RTN.
           MOVE WS-SCHOOL-SHARE  TO WS-SCHOOL-LEFT.
           MOVE WS-STUDENT-SHARE TO WS-STUDENT-LEFT.
           PERFORM ALLOCATE-FUND-RTN THRU ALLOCATE-FUND-RTN-EXIT
               VARYING FUND-SUB FROM 1 BY 1
               UNTIL FUND-SUB > WS-FUND-CNT.
           ADD WS-STUDENT-SHARE TO WS-STUDENT-AMT.
           IF WS-SCHOOL-SHARE = 0
               GO TO PROCESS-STUDENT-RTN-EXIT
           END-IF.
      * THE SCHOOL'S RETURN COMES BACK OFF THE AID CREDIT - THE
      * STUDENT NOW OWES IT TO THE SCHOOL INSTEAD OF THE GOVERNMENT.
           MOVE AR-RECORD TO WS-AR-BEFORE.
           SUBTRACT WS-SCHOOL-SHARE FROM AR-PAID.
           COMPUTE AR-BALANCE = AR-BILLED - AR-PAID.
           REWRITE AR-RECORD.
           MOVE 'U' TO RCA-ACTION.
           PERFORM WRITE-AR-RECOVERY-RTN.
           ADD 1 TO WS-RETURN-CNT.
           ADD WS-SCHOOL-SHARE TO WS-RETURN-AMT.
       PROCESS-STUDENT-RTN-EXIT. EXIT.

       SUM-AID-RTN.
           ADD WDT-AID(WD-SUB, FUND-SUB) TO WS-AID-TOTAL.
       SUM-AID-RTN-EXIT. EXIT.

       COMPUTE-PCT-RTN.
      * CALENDAR DAYS COMPLETED THROUGH THE WITHDRAWAL DATE OVER THE
      * CALENDAR DAYS IN THE TERM, CARRIED TO THREE PLACES.
           MOVE WDT-EFF-DATE(WD-SUB) TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN.
           MOVE WS-DAY-NUMBER TO WS-EFF-DAYNO.
           COMPUTE WS-DAYS-DONE = WS-EFF-DAYNO - WS-START-DAYNO + 1.
           IF WS-DAYS-TERM = 0
               MOVE 1 TO WS-PCT-DONE
           ELSE
               COMPUTE WS-PCT-DONE ROUNDED =
                   WS-DAYS-DONE / WS-DAYS-TERM
           END-IF.
       COMPUTE-PCT-RTN-EXIT. EXIT.

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

       SUM-TERM-CHARGES-RTN.
      * INSTITUTIONAL CHARGES ARE THE TERM'S TUITION AS ORIGINALLY
      * BILLED - THE ORIGINAL AMOUNTS OF THE TERM'S BL OPEN ITEMS,
      * WHICH THE SUBLEDGER KEEPS EVEN AFTER THEY ARE PAID.
           MOVE 0 TO WS-CHARGES.
           MOVE WDT-SSN(WD-SUB) TO OPI-SSN.
           MOVE 0      TO OPI-POST-DATE.
           MOVE 0      TO OPI-ITEM-SEQ.
           START OPIT-FILE KEY NOT LESS THAN OPI-KEY
               INVALID KEY MOVE 'Y' TO BROWSE-DONE-SW
               NOT INVALID KEY MOVE 'N' TO BROWSE-DONE-SW
           END-START.
           PERFORM READ-ITEM-RTN THRU READ-ITEM-RTN-EXIT
               UNTIL BROWSE-DONE.
       SUM-TERM-CHARGES-RTN-EXIT. EXIT.

       READ-ITEM-RTN.
           READ OPIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO BROWSE-DONE-SW
           END-READ.
           IF BROWSE-DONE OR NOT OPI-SUCCESSFUL
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF OPI-SSN NOT = WDT-SSN(WD-SUB)
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF OPI-TRAN-TYPE = 'BL'
                   AND OPI-POST-DATE >= WS-AID-START
                   AND OPI-POST-DATE <= WS-TERM-END
               ADD OPI-ORIG-AMOUNT TO WS-CHARGES
           END-IF.
       READ-ITEM-RTN-EXIT. EXIT.

       ALLOCATE-FUND-RTN.
      * THE SCHOOL'S SHARE GOES BACK FUND BY FUND IN RETURN ORDER,
      * EACH FUND UP TO WHAT WAS DISBURSED FROM IT; THE STUDENT'S
      * SHARE THEN TAKES WHAT IS LEFT IN THE SAME ORDER.
           MOVE WDT-AID(WD-SUB, FUND-SUB) TO WS-FUND-AVAIL.
           IF WS-FUND-AVAIL = 0
               GO TO ALLOCATE-FUND-RTN-EXIT
           END-IF.
           IF WS-SCHOOL-LEFT < WS-FUND-AVAIL
               MOVE WS-SCHOOL-LEFT TO WS-FUND-SCHOOL
           ELSE
               MOVE WS-FUND-AVAIL TO WS-FUND-SCHOOL
           END-IF.
           SUBTRACT WS-FUND-SCHOOL FROM WS-SCHOOL-LEFT.
           SUBTRACT WS-FUND-SCHOOL FROM WS-FUND-AVAIL.
           IF WS-STUDENT-LEFT < WS-FUND-AVAIL
               MOVE WS-STUDENT-LEFT TO WS-FUND-STUDENT
           ELSE
               MOVE WS-FUND-AVAIL TO WS-FUND-STUDENT
           END-IF.
           SUBTRACT WS-FUND-STUDENT FROM WS-STUDENT-LEFT.
           MOVE FT-FUND(FUND-SUB)          TO WFL-FUND.
           MOVE FT-DESC(FUND-SUB)          TO WFL-DESC.
           MOVE WDT-AID(WD-SUB, FUND-SUB)  TO WFL-AID.
           MOVE WS-FUND-SCHOOL             TO WFL-SCHOOL.
           MOVE WS-FUND-STUDENT            TO WFL-STUDENT.
           MOVE WS-FUND-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-FUND-SCHOOL > 0
               ADD 1 TO FT-STUDENTS(FUND-SUB)
               ADD WS-FUND-SCHOOL TO FT-DUE-AMT(FUND-SUB)
               PERFORM WRITE-AR-JOURNAL-RTN
           END-IF.
           ADD WS-FUND-STUDENT TO FT-STUDENT-AMT(FUND-SUB).
       ALLOCATE-FUND-RTN-EXIT. EXIT.

       WRITE-AR-JOURNAL-RTN.
      * ONE NEGATIVE RA ENTRY PER FUND RETURNED - IT TAKES AID BACK
      * OFF, AND THE FUND CODE LETS THE AID OFFICE TIE EACH RETURN
      * TO ITS DISBURSEMENT.
           MOVE SPACES         TO ARJ-REC.
           MOVE WDT-SSN(WD-SUB) TO ARJ-SSN.
           MOVE WS-RUN-DATE-8  TO ARJ-POST-DATE.
           MOVE 'RA'           TO ARJ-TRAN-TYPE.
           COMPUTE WS-ARJ-SIGNED = 0 - WS-FUND-SCHOOL.
           MOVE WS-ARJ-SIGNED  TO ARJ-AMOUNT.
           MOVE 'SU41R2T4'     TO ARJ-PGM.
           MOVE FP-RUN-PERIOD  TO ARJ-PERIOD.
           MOVE FT-FUND(FUND-SUB) TO ARJ-FUND.
           WRITE ARJ-REC.
       WRITE-AR-JOURNAL-RTN-EXIT. EXIT.

       WRITE-LINE1-RTN.
           MOVE WS-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       WRITE-LINE1-RTN-EXIT. EXIT.

       WRITE-WORKSHEET-RTN.
           MOVE WS-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-DAYS-DONE     TO WL2-DAYS-DONE.
           MOVE WS-DAYS-TERM     TO WL2-DAYS-TERM.
           MOVE WS-PCT-DONE      TO WL2-PCT.
           MOVE WS-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-AID-TOTAL     TO WL3-AID.
           MOVE WS-EARNED        TO WL3-EARNED.
           MOVE WS-LINE3 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-CHARGES       TO WL4-CHARGES.
           MOVE WS-UNEARNED      TO WL4-UNEARNED.
           MOVE WS-LINE4 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-SCHOOL-SHARE  TO WL5-SCHOOL.
           MOVE WS-STUDENT-SHARE TO WL5-STUDENT.
           MOVE WS-LINE5 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-FUND-HDG TO OUT-REC.
           WRITE OUT-REC.
       WRITE-WORKSHEET-RTN-EXIT. EXIT.

       WRITE-GL-ENTRIES-RTN.
      * THE RETURN UNDOES THE DISBURSEMENT'S CREDIT TO AR - THE AR
      * CONTROL ACCOUNT COMES BACK UP, AND EACH FUND'S SHARE IS OWED
      * TO THE GOVERNMENT ON ITS OWN LIABILITY ACCOUNT.
           IF WS-RETURN-AMT > 0
               MOVE SPACES         TO GL-REC
               MOVE WS-RUN-DATE    TO GL-RUN-DATE
               MOVE FP-RUN-PERIOD  TO GL-PERIOD
               MOVE 'AR-CONTROL'   TO GL-ACCOUNT
               MOVE 'DR'           TO GL-DR-CR
               MOVE WS-RETURN-AMT  TO GL-AMOUNT
               MOVE 'TITLE IV AID RETURNED' TO GL-DESC
               WRITE GL-REC
           END-IF.
           PERFORM WRITE-GL-CREDIT-RTN
               VARYING FUND-SUB FROM 1 BY 1
               UNTIL FUND-SUB > WS-FUND-CNT.
       WRITE-GL-ENTRIES-RTN-EXIT. EXIT.

       WRITE-GL-CREDIT-RTN.
           IF FT-DUE-AMT(FUND-SUB) > 0
               MOVE SPACES         TO GL-REC
               MOVE WS-RUN-DATE    TO GL-RUN-DATE
               MOVE FP-RUN-PERIOD  TO GL-PERIOD
               MOVE FT-DUE-GL(FUND-SUB) TO GL-ACCOUNT
               MOVE 'CR'           TO GL-DR-CR
               MOVE FT-DUE-AMT(FUND-SUB) TO GL-AMOUNT
               MOVE FT-DESC(FUND-SUB) TO GL-DESC
               WRITE GL-REC
           END-IF.
       WRITE-GL-CREDIT-RTN-EXIT. EXIT.

       DUE-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE DUE-HDG TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-DUE-LINE-RTN
               VARYING FUND-SUB FROM 1 BY 1
               UNTIL FUND-SUB > WS-FUND-CNT.
       DUE-TOTAL-RTN-EXIT. EXIT.

       WRITE-DUE-LINE-RTN.
           MOVE FT-FUND(FUND-SUB)        TO DUE-FUND.
           MOVE FT-DESC(FUND-SUB)        TO DUE-DESC.
           MOVE FT-STUDENTS(FUND-SUB)    TO DUE-STUDENTS.
           MOVE FT-DUE-AMT(FUND-SUB)     TO DUE-AMOUNT.
           MOVE FT-STUDENT-AMT(FUND-SUB) TO DUE-STUDENT-AMT.
           MOVE DUE-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DUE-LINE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'WITHDRAWAL FILE RECORDS READ  ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  CREDIT DROPS - NOT CALC     ' TO CTL-LABEL.
           MOVE WS-DROP-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  DUPLICATE WITHDRAWALS       ' TO CTL-LABEL.
           MOVE WS-DUP-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'RETURNS POSTED                ' TO CTL-LABEL.
           MOVE WS-RETURN-CNT TO CTL-COUNT.
           MOVE WS-RETURN-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'STUDENT PORTION - AID OFFICE  ' TO CTL-LABEL.
           MOVE ZERO TO CTL-COUNT.
           MOVE WS-STUDENT-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'OVER 60 PCT - ALL EARNED      ' TO CTL-LABEL.
           MOVE WS-EARNED-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NO TITLE IV AID THIS TERM     ' TO CTL-LABEL.
           MOVE WS-NOAID-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'ALREADY RETURNED - SKIPPED    ' TO CTL-LABEL.
           MOVE WS-DONE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'WITHDRAWALS REJECTED          ' TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'AID ENTRIES WITH NO FUND CODE ' TO CTL-LABEL.
           MOVE WS-NOFUND-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       WRITE-AR-RECOVERY-RTN.
      * ONE BEFORE/AFTER IMAGE PER AR RECORD TOUCHED.  THE ACTION
      * CODE IS SET BY THE CALLER.
           MOVE WS-RUN-DATE-8    TO RCA-DATE.
           MOVE WS-RCV-TIME(1:6) TO RCA-TIME.
           MOVE 'BATCH   '       TO RCA-USERID.
           MOVE 'SU41R2T4'       TO RCA-PROGRAM.
           MOVE AR-SSN           TO RCA-SSN.
           MOVE WS-AR-BEFORE     TO RCA-BEFORE-IMAGE.
           MOVE AR-RECORD        TO RCA-AFTER-IMAGE.
           WRITE ARCV-REC.
       WRITE-AR-RECOVERY-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE WD-FILE AR-FILE ARJ-FILE OPIT-FILE OUT-FILE GL-FILE.
           CLOSE ARCV-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY SSNCHK.

       COPY LOCKP.

       COPY FPCHKP.

       COPY BDTP.
