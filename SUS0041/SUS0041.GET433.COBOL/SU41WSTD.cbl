       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41WSTD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT YTD-FILE      ASSIGN TO YTFILE
                     FILE STATUS IS YTD-FS.
            SELECT XREF-FILE     ASSIGN TO XRFILE
                     FILE STATUS IS XREF-FS.
            COPY ARJSEL.
            SELECT WSE-FILE      ASSIGN TO WSEFILE
                     FILE STATUS IS WSE-FS.
            SELECT WSEO-FILE     ASSIGN TO WSEOFILE
                     FILE STATUS IS WSEO-FS.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT ALERT-FILE    ASSIGN TO ALFILE
                     FILE STATUS IS ALERT-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** THE PAY RUN'S UPDATED YTD ACCUMULATORS (SU41PGM44 YTOFILE),
      **** SO THE GROSS INCLUDES THE CYCLE JUST REGISTERED ************
       FD  YTD-FILE.
           COPY YTDREC.

      **** EMPLOYEE/STUDENT CROSS-REFERENCE - THE SAME HR FILE THE
      **** REMISSION RUN (SU41PGM71) USES TO FIND A STAFF STUDENT'S
      **** SSN, IN ASCENDING EMPLOYEE-ID ORDER *************************
       FD  XREF-FILE.
       01  XREF-REC.
           05  XR-EMPLOYEE-ID PIC X(7).
           05  XR-SSN         PIC 9(9).
           05  FILLER         PIC X(64).

      **** THE AR JOURNAL, READ ONLY - THE WORK-STUDY AWARD IS THE
      **** FA DISBURSEMENTS SU41PGM33 POSTED UNDER THE WORK-STUDY
      **** FUND THIS AWARD YEAR, LESS ANY RA RETURNED FROM IT **********
       COPY ARJFD.

      **** EARNINGS TO DATE - PRIOR STATE IN, UPDATED STATE OUT SO
      **** WSEO REPLACES THE INPUT AS NEXT RUN'S FILE ******************
       FD  WSE-FILE.
       01  WSE-REC            PIC X(80).

       FD  WSEO-FILE.
       01  WSEO-REC           PIC X(80).

      **** OPTIONAL CONTROL CARD - THE WORK-STUDY FUND CODE, THE
      **** PERCENTAGE OF THE AWARD AT WHICH SUPERVISORS ARE ALERTED,
      **** AND THE MONTH/DAY THE AWARD YEAR STARTS.  A MISSING OR
      **** BLANK FIELD TAKES THE DEFAULT ******************************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-FUND       PIC X(6).
           05  CTL-ALERT-PCT  PIC 9(3).
           05  CTL-START-MMDD PIC 9(4).
           05  FILLER         PIC X(67).

      **** SUPERVISOR ALERT LIST - ONE LINE PER STUDENT AT OR PAST THE
      **** ALERT PERCENTAGE, BY DEPARTMENT *****************************
       FD  ALERT-FILE.
       01  ALERT-REC          PIC X(80).

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
      *                                * WORK-STUDY EARNINGS AGAINST   *
      *                                * THE AID AWARD.  MATCHES EACH  *
      *                                * STUDENT EMPLOYEE'S GROSS FROM *
      *                                * THE PAY RUN'S YTD FILE TO THE *
      *                                * WORK-STUDY AWARD SU41PGM33    *
      *                                * POSTED, CARRIES THE AWARD-    *
      *                                * YEAR EARNINGS FORWARD, AND    *
      *                                * REPORTS REMAINING ELIGIBILITY *
      *                                * BY STUDENT AND DEPARTMENT.  A *
      *                                * STUDENT AT OR PAST THE CARD'S *
      *                                * ALERT PERCENTAGE GOES ON THE  *
      *                                * SUPERVISOR ALERT LIST SO      *
      *                                * HOURS CAN BE CUT BEFORE THE   *
      *                                * AWARD RUNS OUT.  REPORTS      *
      *                                * ONLY - NOTHING IS POSTED.     *
      *                                *********************************
       COPY WSEREC.

       01  WS-WORK-AREA.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  YTD-EOF-SW      PIC X         VALUE SPACES.
           05  XREF-EOF-SW     PIC X         VALUE SPACES.
           05  ARJ-EOF-SW      PIC X         VALUE SPACES.
           05  WSE-EOF-SW      PIC X         VALUE SPACES.
           05  WSE-OPEN-SW     PIC X         VALUE 'N'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE-R   REDEFINES WS-RUN-DATE-8.
               10  WS-RUN-YYYY PIC 9(4).
               10  WS-RUN-MMDD PIC 9(4).
           05  WS-FUND         PIC X(6)      VALUE 'FWS   '.
           05  WS-ALERT-PCT    PIC 9(3)      VALUE 85.
           05  WS-START-MMDD   PIC 9(4)      VALUE 0701.
           05  WS-AWD-START    PIC 9(8)      VALUE 0.
           05  WS-AWD-START-R  REDEFINES WS-AWD-START.
               10  WS-AWD-YYYY PIC 9(4).
               10  WS-AWD-MM   PIC 9(2).
               10  WS-AWD-DD   PIC 9(2).
           05  WS-AWD-END      PIC 9(8)      VALUE 0.
           05  WS-START-QTR    PIC 9         VALUE 1.
           05  QTR-SUB         PIC 9         VALUE 1.
           05  WS-SSN          PIC 9(9)      VALUE 0.
           05  WS-AWARD        PIC S9(7)V99  VALUE 0.
           05  WS-YTD-GROSS    PIC 9(9)V99   VALUE 0.
           05  WS-YTD-YEAR     PIC 9(4)      VALUE 0.
           05  WS-CYCLE        PIC 9(9)V99   VALUE 0.
           05  WS-EARNED       PIC 9(9)V99   VALUE 0.
           05  WS-REMAIN       PIC S9(9)V99  VALUE 0.
           05  WS-PCT          PIC 9(3)      VALUE 0.
           05  WS-FLAG         PIC X(5)      VALUE SPACES.
           05  WS-ALERT-DATE   PIC 9(8)      VALUE 0.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-TRACK-CNT    PIC 9(7)      VALUE 0.
           05  WS-ALERT-CNT    PIC 9(7)      VALUE 0.
           05  WS-OVER-CNT     PIC 9(7)      VALUE 0.
           05  WS-NEW-ALERT-CNT PIC 9(7)     VALUE 0.
           05  WS-NOPAY-CNT    PIC 9(7)      VALUE 0.
           05  WS-CARRY-CNT    PIC 9(7)      VALUE 0.
           05  WS-DROP-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOYTD-CNT    PIC 9(7)      VALUE 0.
           05  WS-ARJ-CNT      PIC 9(7)      VALUE 0.
           05  WS-TOT-AWARD    PIC S9(9)V99  VALUE 0.
           05  WS-TOT-CYCLE    PIC 9(9)V99   VALUE 0.
           05  WS-TOT-EARNED   PIC 9(11)V99  VALUE 0.
           05  WS-TOT-REMAIN   PIC S9(11)V99 VALUE 0.
           05  WS-TOT-OVER     PIC 9(9)V99   VALUE 0.
           05  WS-NOPAY-AMT    PIC S9(9)V99  VALUE 0.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  YTD-FS          PIC XX        VALUE '00'.
               88  YTD-FS-OK                 VALUE '00'.
           05  XREF-FS         PIC XX        VALUE '00'.
               88  XREF-FS-OK                VALUE '00'.
           05  ARJ-FS          PIC XX        VALUE '00'.
               88  ARJ-FS-OK                 VALUE '00'.
           05  WSE-FS          PIC XX        VALUE '00'.
               88  WSE-FS-OK                 VALUE '00'.
           05  WSEO-FS         PIC XX        VALUE '00'.
               88  WSEO-FS-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  ALERT-FS        PIC XX        VALUE '00'.
               88  ALERT-FS-OK               VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  AWD-SUB         PIC 9(5)      VALUE 0.
           05  AWD-HIT         PIC 9(5)      VALUE 0.
           05  WS-AWD-CNT      PIC 9(5)      VALUE 0.
           05  WS-AWD-MAX      PIC 9(5)      VALUE 3000.
           05  YTD-SUB         PIC 9(5)      VALUE 0.
           05  YTD-HIT         PIC 9(5)      VALUE 0.
           05  WS-YTD-CNT      PIC 9(5)      VALUE 0.
           05  WS-YTD-MAX      PIC 9(5)      VALUE 3000.
           05  WSE-SUB         PIC 9(5)      VALUE 0.
           05  WSE-HIT         PIC 9(5)      VALUE 0.
           05  WS-WSE-CNT      PIC 9(5)      VALUE 0.
           05  WS-WSE-MAX      PIC 9(5)      VALUE 2000.
           05  WS-XREF-CNT     PIC 9(5)      VALUE 0.
           05  WS-XREF-MAX     PIC 9(5)      VALUE 2000.
           05  STU-SUB         PIC 9(5)      VALUE 0.
           05  WS-STU-CNT      PIC 9(5)      VALUE 0.
           05  WS-STU-MAX      PIC 9(5)      VALUE 2000.
           05  DPT-SUB         PIC 9(3)      VALUE 0.
           05  DPT-HIT         PIC 9(3)      VALUE 0.
           05  WS-DPT-CNT      PIC 9(3)      VALUE 0.
           05  WS-DPT-MAX      PIC 9(3)      VALUE 300.

      **** EMPLOYEE-ID TO SSN, FOR SEARCH ALL ************************
       01  WS-XREF-AREA VALUE HIGH-VALUES.
           05  WS-XREF-TBL OCCURS 2000 TIMES
                   ASCENDING KEY IS TBX-EMP-ID
                   INDEXED BY TBX-INDEX.
             10  TBX-EMP-ID      PIC X(7).
             10  TBX-SSN         PIC 9(9).

      **** WORK-STUDY AWARD PER SSN THIS AWARD YEAR, NET OF RETURNS ****
       01  WS-AWD-AREA.
           05  WS-AWD-TBL OCCURS 3000 TIMES.
             10  AWT-SSN         PIC 9(9).
             10  AWT-AMOUNT      PIC S9(7)V99.
             10  AWT-USED-SW     PIC X.

      **** THE YTD ROWS, HELD FOR THE JOIN ****************************
       01  WS-YTD-AREA.
           05  WS-YTD-TBL OCCURS 3000 TIMES.
             10  YT-EMP-ID       PIC X(7).
             10  YT-YEAR         PIC 9(4).
             10  YT-GROSS        PIC 9(9)V99.
             10  YT-QTR-GROSS    PIC 9(9)V99 OCCURS 4 TIMES.

      **** PRIOR EARNINGS-TO-DATE RECORDS ****************************
       01  WS-WSE-AREA.
           05  WS-WSE-TBL OCCURS 2000 TIMES.
             10  WT-REC          PIC X(80).
             10  WT-USED-SW      PIC X.

      **** DEPARTMENTS SEEN, IN ORDER OF FIRST APPEARANCE *************
       01  WS-DPT-AREA.
           05  WS-DPT-TBL OCCURS 300 TIMES.
             10  DPT-DIVISION    PIC X(10).
             10  DPT-DEPARTMENT  PIC X(10).
             10  DPT-COUNT       PIC 9(5).
             10  DPT-ALERTS      PIC 9(5).
             10  DPT-AWARD       PIC S9(9)V99.
             10  DPT-EARNED      PIC 9(9)V99.
             10  DPT-REMAIN      PIC S9(9)V99.

      **** ONE ROW PER STUDENT TRACKED, PRINTED UNDER ITS DEPARTMENT ***
       01  WS-STU-AREA.
           05  WS-STU-TBL OCCURS 2000 TIMES.
             10  SR-DPT-SUB      PIC 9(3).
             10  SR-EMP-ID       PIC X(7).
             10  SR-NAME         PIC X(13).
             10  SR-AWARD        PIC S9(7)V99.
             10  SR-CYCLE        PIC 9(9)V99.
             10  SR-EARNED       PIC 9(9)V99.
             10  SR-REMAIN       PIC S9(9)V99.
             10  SR-PCT          PIC 9(3).
             10  SR-FLAG         PIC X(5).

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'WORK-STUDY EARNINGS AGAINST AID AWARD   '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(6)  VALUE 'FUND: '.
           05 HL-FUND         PIC X(6).
           05 FILLER          PIC X(18) VALUE '   AWARD YEAR FROM'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HL-START        PIC 9(8).
           05 FILLER          PIC X(4)  VALUE ' TO '.
           05 HL-END          PIC 9(8).
           05 FILLER          PIC X(13) VALUE '   ALERT AT '.
           05 HL-PCT          PIC ZZ9.
           05 FILLER          PIC X(1)  VALUE '%'.
           05 FILLER          PIC X(12) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   ' EMP-ID  NAME               AWARD     CY'.
           05 FILLER          PIC X(40) VALUE
                   'CLE     EARNED  REMAINING  PCT FLAG     '.

       01  DPT-LINE.
           05 FILLER          PIC X(12) VALUE 'DEPARTMENT: '.
           05 DH-DIVISION     PIC X(10).
           05 FILLER          PIC X(1)  VALUE '/'.
           05 DH-DEPARTMENT   PIC X(10).
           05 FILLER          PIC X(47) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(13).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-AWARD        PIC ZZZ,ZZ9.99-.
           05 DL-CYCLE        PIC ZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EARNED       PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-REMAIN       PIC ZZZ,ZZ9.99-.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PCT          PIC ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FLAG         PIC X(5).
           05 FILLER          PIC X(4)  VALUE SPACES.

       01  DPT-TOTAL-LINE.
           05 FILLER          PIC X(10) VALUE '  DEPT TOT'.
           05 DT-COUNT        PIC ZZ,ZZ9.
           05 FILLER          PIC X(7)  VALUE SPACES.
           05 DT-AWARD        PIC ZZZ,ZZ9.99-.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 DT-EARNED       PIC ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DT-REMAIN       PIC ZZZ,ZZ9.99-.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DT-ALERTS       PIC ZZ9.
           05 FILLER          PIC X(10) VALUE ' ALERTED  '.

       01  ALERT-LINE.
           05 AL-DIVISION     PIC X(10).
           05 FILLER          PIC X(1)  VALUE '/'.
           05 AL-DEPARTMENT   PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-NAME         PIC X(13).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-REMAIN       PIC ZZZ,ZZ9.99-.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-PCT          PIC ZZ9.
           05 FILLER          PIC X(2)  VALUE '% '.
           05 AL-FLAG         PIC X(5).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(36).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(19) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-XREF-RTN
               UNTIL XREF-EOF-SW = 'F'.
           PERFORM LOAD-YTD-RTN
               UNTIL YTD-EOF-SW = 'F'.
           PERFORM LOAD-WSE-RTN
               UNTIL WSE-EOF-SW = 'F'.
           PERFORM LOAD-AWARD-RTN THRU LOAD-AWARD-RTN-EXIT
               UNTIL ARJ-EOF-SW = 'F'.
           PERFORM TRACK-EMPLOYEE-RTN THRU TRACK-EMPLOYEE-RTN-EXIT
               UNTIL EOF-SW-PR = 'F'.
           PERFORM CARRY-PRIOR-RTN
               VARYING WSE-SUB FROM 1 BY 1
               UNTIL WSE-SUB > WS-WSE-CNT.
           PERFORM COUNT-NOPAY-RTN
               VARYING AWD-SUB FROM 1 BY 1
               UNTIL AWD-SUB > WS-AWD-CNT.
           PERFORM PRINT-DEPARTMENT-RTN
               VARYING DPT-SUB FROM 1 BY 1
               UNTIL DPT-SUB > WS-DPT-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           IF RETURN-CODE < 4
                   AND (WS-ALERT-CNT > 0 OR WS-OVER-CNT > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

       OPEN-FILES-RTN.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41WSTD ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           PERFORM GET-CONTROL-RTN.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41WSTD - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT YTD-FILE.
           IF NOT YTD-FS-OK
               DISPLAY 'SU41WSTD - YTD-FILE OPEN FAILED, STATUS='
                       YTD-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * WITHOUT THE CROSS-REFERENCE THERE IS NO WAY TO TELL WHICH
      * EMPLOYEES ARE STUDENTS - THERE IS NOTHING TO TRACK.
           OPEN INPUT XREF-FILE.
           IF NOT XREF-FS-OK
               DISPLAY 'SU41WSTD - XREF-FILE OPEN FAILED, STATUS='
                       XREF-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARJ-FILE.
           IF NOT ARJ-FS-OK
               DISPLAY 'SU41WSTD - ARJ-FILE OPEN FAILED, STATUS='
                       ARJ-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO PRIOR EARNINGS FILE IS THE FIRST RUN - EVERY STUDENT IS
      * STARTED FROM THE YTD QUARTERS INSIDE THE AWARD YEAR.
           OPEN INPUT WSE-FILE.
           IF NOT WSE-FS-OK
               DISPLAY 'SU41WSTD - NO PRIOR EARNINGS FILE, STATUS='
                       WSE-FS ' - STARTING FROM THE YTD FILE'
               MOVE 'F' TO WSE-EOF-SW
           ELSE
               MOVE 'Y' TO WSE-OPEN-SW
               READ WSE-FILE
                   AT END MOVE 'F' TO WSE-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT WSEO-FILE.
           IF NOT WSEO-FS-OK
               DISPLAY 'SU41WSTD - WSEO-FILE OPEN FAILED, STATUS='
                       WSEO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ALERT-FILE.
           IF NOT ALERT-FS-OK
               DISPLAY 'SU41WSTD - ALERT-FILE OPEN FAILED, STATUS='
                       ALERT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41WSTD - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-FUND       TO HL-FUND.
           MOVE WS-AWD-START  TO HL-START.
           MOVE WS-AWD-END    TO HL-END.
           MOVE WS-ALERT-PCT  TO HL-PCT.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE1 TO ALERT-REC.
           WRITE ALERT-REC.
           MOVE HDG-LINE2 TO ALERT-REC.
           WRITE ALERT-REC.
           MOVE SPACES TO ALERT-REC.
           WRITE ALERT-REC.
           READ XREF-FILE
               AT END MOVE 'F' TO XREF-EOF-SW.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
           READ ARJ-FILE
               AT END MOVE 'F' TO ARJ-EOF-SW.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
           OPEN INPUT CTL-FILE.
           IF CTL-FS-OK
               READ CTL-FILE
                   AT END MOVE SPACES TO CTL-REC
               END-READ
               IF CTL-FUND NOT = SPACES
                   MOVE CTL-FUND TO WS-FUND
               END-IF
               IF CTL-ALERT-PCT NUMERIC AND CTL-ALERT-PCT > 0
                   MOVE CTL-ALERT-PCT TO WS-ALERT-PCT
               END-IF
               IF CTL-START-MMDD NUMERIC
                       AND CTL-START-MMDD > 0100
                       AND CTL-START-MMDD < 1232
                   MOVE CTL-START-MMDD TO WS-START-MMDD
               END-IF
               CLOSE CTL-FILE
           ELSE
               DISPLAY 'SU41WSTD - NO CONTROL CARD, FUND ' WS-FUND
                       ' ALERT AT ' WS-ALERT-PCT '%'
           END-IF.
      * THE AWARD YEAR RUNNING ON THE RUN DATE - FROM THE START
      * MONTH/DAY THIS YEAR IF THAT HAS COME, ELSE LAST YEAR'S.
           IF WS-RUN-MMDD < WS-START-MMDD
               COMPUTE WS-AWD-START =
                   (WS-RUN-YYYY - 1) * 10000 + WS-START-MMDD
           ELSE
               COMPUTE WS-AWD-START =
                   WS-RUN-YYYY * 10000 + WS-START-MMDD
           END-IF.
           COMPUTE WS-AWD-END = WS-AWD-START + 10000.
           COMPUTE WS-START-QTR = (WS-AWD-MM + 2) / 3.
       GET-CONTROL-RTN-EXIT. EXIT.

       LOAD-XREF-RTN.
           IF WS-XREF-CNT < WS-XREF-MAX
               ADD 1 TO WS-XREF-CNT
               SET TBX-INDEX TO WS-XREF-CNT
               MOVE XR-EMPLOYEE-ID TO TBX-EMP-ID(TBX-INDEX)
               MOVE XR-SSN         TO TBX-SSN(TBX-INDEX)
           ELSE
               DISPLAY 'SU41WSTD ABEND - XREF TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ XREF-FILE
               AT END MOVE 'F' TO XREF-EOF-SW.
       LOAD-XREF-RTN-EXIT. EXIT.

       LOAD-YTD-RTN.
           IF WS-YTD-CNT < WS-YTD-MAX
               ADD 1 TO WS-YTD-CNT
               MOVE YTD-EMP-ID TO YT-EMP-ID(WS-YTD-CNT)
               MOVE YTD-YEAR   TO YT-YEAR(WS-YTD-CNT)
               MOVE YTD-GROSS  TO YT-GROSS(WS-YTD-CNT)
               MOVE YTD-QTR-GROSS(1) TO YT-QTR-GROSS(WS-YTD-CNT 1)
               MOVE YTD-QTR-GROSS(2) TO YT-QTR-GROSS(WS-YTD-CNT 2)
               MOVE YTD-QTR-GROSS(3) TO YT-QTR-GROSS(WS-YTD-CNT 3)
               MOVE YTD-QTR-GROSS(4) TO YT-QTR-GROSS(WS-YTD-CNT 4)
           ELSE
               DISPLAY 'SU41WSTD ABEND - YTD TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
       LOAD-YTD-RTN-EXIT. EXIT.

       LOAD-WSE-RTN.
           IF WS-WSE-CNT < WS-WSE-MAX
               ADD 1 TO WS-WSE-CNT
               MOVE WSE-REC TO WT-REC(WS-WSE-CNT)
               MOVE 'N' TO WT-USED-SW(WS-WSE-CNT)
           ELSE
               DISPLAY 'SU41WSTD ABEND - EARNINGS TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ WSE-FILE
               AT END MOVE 'F' TO WSE-EOF-SW.
       LOAD-WSE-RTN-EXIT. EXIT.

       LOAD-AWARD-RTN.
      * THE AWARD IS WHAT THE AID OFFICE ACTUALLY DISBURSED UNDER THE
      * WORK-STUDY FUND INSIDE THE AWARD YEAR, NET OF ANY RETURN OF
      * AID (RA ENTRIES CARRY NEGATIVE AMOUNTS).
           IF ARJ-FUND NOT = WS-FUND
               GO TO LOAD-AWARD-NEXT-RTN
           END-IF.
           IF ARJ-TRAN-TYPE NOT = 'FA' AND ARJ-TRAN-TYPE NOT = 'RA'
               GO TO LOAD-AWARD-NEXT-RTN
           END-IF.
           IF ARJ-POST-DATE < WS-AWD-START
                   OR ARJ-POST-DATE NOT < WS-AWD-END
               GO TO LOAD-AWARD-NEXT-RTN
           END-IF.
           ADD 1 TO WS-ARJ-CNT.
           MOVE ARJ-SSN TO WS-SSN.
           PERFORM FIND-AWARD-RTN.
           IF AWD-HIT = 0
               IF WS-AWD-CNT < WS-AWD-MAX
                   ADD 1 TO WS-AWD-CNT
                   MOVE WS-AWD-CNT TO AWD-HIT
                   MOVE ARJ-SSN TO AWT-SSN(AWD-HIT)
                   MOVE 0       TO AWT-AMOUNT(AWD-HIT)
                   MOVE 'N'     TO AWT-USED-SW(AWD-HIT)
               ELSE
                   DISPLAY 'SU41WSTD ABEND - AWARD TABLE OVERFLOW'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
           END-IF.
           ADD ARJ-AMOUNT TO AWT-AMOUNT(AWD-HIT).
       LOAD-AWARD-NEXT-RTN.
           READ ARJ-FILE
               AT END MOVE 'F' TO ARJ-EOF-SW.
       LOAD-AWARD-RTN-EXIT. EXIT.

       FIND-AWARD-RTN.
           MOVE 0 TO AWD-HIT.
           PERFORM MATCH-AWARD-RTN
               VARYING AWD-SUB FROM 1 BY 1
               UNTIL AWD-SUB > WS-AWD-CNT OR AWD-HIT > 0.
       FIND-AWARD-RTN-EXIT. EXIT.

       MATCH-AWARD-RTN.
           IF AWT-SSN(AWD-SUB) = WS-SSN
               MOVE AWD-SUB TO AWD-HIT
           END-IF.
       MATCH-AWARD-RTN-EXIT. EXIT.

       TRACK-EMPLOYEE-RTN.
      * A STUDENT EMPLOYEE IS TRACKED WHEN THERE IS A WORK-STUDY AWARD
      * THIS AWARD YEAR - OR WHEN EARNINGS ARE ALREADY BEING CARRIED
      * FOR THIS AWARD YEAR, SO AN AWARD RETURNED IN FULL STILL SHOWS
      * THE STUDENT AS OVER IT.
           ADD 1 TO WS-READ-CNT.
           IF NOT PR-STAT-ACTIVE
               GO TO TRACK-EMPLOYEE-NEXT-RTN
           END-IF.
           SEARCH ALL WS-XREF-TBL
               AT END
                   GO TO TRACK-EMPLOYEE-NEXT-RTN
               WHEN TBX-EMP-ID(TBX-INDEX) = PR-EMPLOYEE-ID
                   MOVE TBX-SSN(TBX-INDEX) TO WS-SSN
           END-SEARCH.
           PERFORM FIND-AWARD-RTN.
           PERFORM FIND-PRIOR-RTN.
           IF AWD-HIT > 0
               MOVE AWT-AMOUNT(AWD-HIT) TO WS-AWARD
               MOVE 'Y' TO AWT-USED-SW(AWD-HIT)
           ELSE
               MOVE 0 TO WS-AWARD
           END-IF.
           IF WS-AWARD NOT > 0 AND WSE-HIT = 0
               GO TO TRACK-EMPLOYEE-NEXT-RTN
           END-IF.
           PERFORM FIND-YTD-RTN.
           IF YTD-HIT = 0
               ADD 1 TO WS-NOYTD-CNT
               MOVE 0 TO WS-YTD-YEAR
               MOVE 0 TO WS-YTD-GROSS
           ELSE
               MOVE YT-YEAR(YTD-HIT)  TO WS-YTD-YEAR
               MOVE YT-GROSS(YTD-HIT) TO WS-YTD-GROSS
           END-IF.
           PERFORM COMPUTE-EARNINGS-RTN THRU COMPUTE-EARNINGS-RTN-EXIT.
           PERFORM RATE-STUDENT-RTN.
           PERFORM NOTE-DEPARTMENT-RTN.
           PERFORM SAVE-STUDENT-RTN.
           PERFORM WRITE-EARNINGS-RTN.
       TRACK-EMPLOYEE-NEXT-RTN.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       TRACK-EMPLOYEE-RTN-EXIT. EXIT.

       FIND-PRIOR-RTN.
      * ONLY A RECORD FOR THE CURRENT AWARD YEAR COUNTS - ONE FROM AN
      * EARLIER YEAR IS MARKED USED SO IT IS NOT CARRIED, AND THE
      * STUDENT STARTS OVER.
           MOVE 0 TO WSE-HIT.
           PERFORM MATCH-PRIOR-RTN
               VARYING WSE-SUB FROM 1 BY 1
               UNTIL WSE-SUB > WS-WSE-CNT OR WSE-HIT > 0.
           IF WSE-HIT > 0
               MOVE 'Y' TO WT-USED-SW(WSE-HIT)
               MOVE WT-REC(WSE-HIT) TO WORK-STUDY-EARN-RECORD
               IF WSE-AWD-START NOT = WS-AWD-START
                   MOVE 0 TO WSE-HIT
               END-IF
           END-IF.
       FIND-PRIOR-RTN-EXIT. EXIT.

       MATCH-PRIOR-RTN.
           IF WT-REC(WSE-SUB)(1:7) = PR-EMPLOYEE-ID
               MOVE WSE-SUB TO WSE-HIT
           END-IF.
       MATCH-PRIOR-RTN-EXIT. EXIT.

       FIND-YTD-RTN.
           MOVE 0 TO YTD-HIT.
           PERFORM MATCH-YTD-RTN
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > WS-YTD-CNT OR YTD-HIT > 0.
       FIND-YTD-RTN-EXIT. EXIT.

       MATCH-YTD-RTN.
           IF YT-EMP-ID(YTD-SUB) = PR-EMPLOYEE-ID
               MOVE YTD-SUB TO YTD-HIT
           END-IF.
       MATCH-YTD-RTN-EXIT. EXIT.

       COMPUTE-EARNINGS-RTN.
      * CARRYING THIS AWARD YEAR: ADD WHAT THE YTD GROSS HAS GROWN BY
      * SINCE LAST RUN, OR ALL OF IT ONCE THE CALENDAR YEAR HAS TURNED.
      * STARTING OVER: ONLY THE QUARTERS OF THE YTD YEAR THAT FALL
      * INSIDE THE AWARD YEAR COUNT.
           MOVE 0 TO WS-CYCLE.
           MOVE 0 TO WS-ALERT-DATE.
           IF WSE-HIT > 0
               MOVE WSE-EARNED     TO WS-EARNED
               MOVE WSE-ALERT-DATE TO WS-ALERT-DATE
               IF YTD-HIT = 0
                   MOVE WSE-YTD-YEAR  TO WS-YTD-YEAR
                   MOVE WSE-YTD-GROSS TO WS-YTD-GROSS
                   GO TO COMPUTE-EARNINGS-RTN-EXIT
               END-IF
               IF WS-YTD-YEAR = WSE-YTD-YEAR
                   IF WS-YTD-GROSS > WSE-YTD-GROSS
                       COMPUTE WS-CYCLE = WS-YTD-GROSS - WSE-YTD-GROSS
                   END-IF
               ELSE
                   IF WS-YTD-YEAR > WSE-YTD-YEAR
                       MOVE WS-YTD-GROSS TO WS-CYCLE
                   ELSE
                       MOVE WSE-YTD-YEAR  TO WS-YTD-YEAR
                       MOVE WSE-YTD-GROSS TO WS-YTD-GROSS
                   END-IF
               END-IF
               ADD WS-CYCLE TO WS-EARNED
               GO TO COMPUTE-EARNINGS-RTN-EXIT
           END-IF.
           MOVE 0 TO WS-EARNED.
           IF YTD-HIT = 0
               GO TO COMPUTE-EARNINGS-RTN-EXIT
           END-IF.
           IF WS-YTD-YEAR > WS-AWD-YYYY
               MOVE WS-YTD-GROSS TO WS-CYCLE
           ELSE
               IF WS-YTD-YEAR = WS-AWD-YYYY
                   PERFORM SUM-AWARD-QTR-RTN
                       VARYING QTR-SUB FROM WS-START-QTR BY 1
                       UNTIL QTR-SUB > 4
               END-IF
           END-IF.
           MOVE WS-CYCLE TO WS-EARNED.
       COMPUTE-EARNINGS-RTN-EXIT. EXIT.

       SUM-AWARD-QTR-RTN.
           ADD YT-QTR-GROSS(YTD-HIT QTR-SUB) TO WS-CYCLE.
       SUM-AWARD-QTR-RTN-EXIT. EXIT.

       RATE-STUDENT-RTN.
      * OVER = EARNED PAST THE AWARD.  ALERT = AT OR PAST THE CARD'S
      * PERCENTAGE OF IT.  THE ALERT DATE REMEMBERS THE FIRST RUN
      * THAT FOUND THE STUDENT THERE.
           COMPUTE WS-REMAIN = WS-AWARD - WS-EARNED.
           MOVE SPACES TO WS-FLAG.
           IF WS-AWARD > 0
               COMPUTE WS-PCT ROUNDED = WS-EARNED * 100 / WS-AWARD
                   ON SIZE ERROR MOVE 999 TO WS-PCT
               END-COMPUTE
           ELSE
               MOVE 999 TO WS-PCT
           END-IF.
           IF WS-REMAIN < 0
               MOVE 'OVER ' TO WS-FLAG
               ADD 1 TO WS-OVER-CNT
               SUBTRACT WS-REMAIN FROM WS-TOT-OVER
           ELSE
               IF WS-PCT NOT < WS-ALERT-PCT
                   MOVE 'ALERT' TO WS-FLAG
                   ADD 1 TO WS-ALERT-CNT
               END-IF
           END-IF.
           IF WS-FLAG = SPACES
               MOVE 0 TO WS-ALERT-DATE
           ELSE
               IF WS-ALERT-DATE = 0
                   MOVE WS-RUN-DATE-8 TO WS-ALERT-DATE
                   ADD 1 TO WS-NEW-ALERT-CNT
               END-IF
           END-IF.
           ADD 1 TO WS-TRACK-CNT.
           ADD WS-AWARD  TO WS-TOT-AWARD.
           ADD WS-CYCLE  TO WS-TOT-CYCLE.
           ADD WS-EARNED TO WS-TOT-EARNED.
           ADD WS-REMAIN TO WS-TOT-REMAIN.
       RATE-STUDENT-RTN-EXIT. EXIT.

       NOTE-DEPARTMENT-RTN.
           MOVE 0 TO DPT-HIT.
           PERFORM MATCH-DEPARTMENT-RTN
               VARYING DPT-SUB FROM 1 BY 1
               UNTIL DPT-SUB > WS-DPT-CNT OR DPT-HIT > 0.
           IF DPT-HIT = 0
               IF WS-DPT-CNT < WS-DPT-MAX
                   ADD 1 TO WS-DPT-CNT
                   MOVE WS-DPT-CNT TO DPT-HIT
                   MOVE PR-DIVISION   TO DPT-DIVISION(DPT-HIT)
                   MOVE PR-DEPARTMENT TO DPT-DEPARTMENT(DPT-HIT)
                   MOVE 0 TO DPT-COUNT(DPT-HIT)
                   MOVE 0 TO DPT-ALERTS(DPT-HIT)
                   MOVE 0 TO DPT-AWARD(DPT-HIT)
                   MOVE 0 TO DPT-EARNED(DPT-HIT)
                   MOVE 0 TO DPT-REMAIN(DPT-HIT)
               ELSE
                   DISPLAY 'SU41WSTD ABEND - DEPARTMENT TABLE OVERFLOW'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
           END-IF.
           ADD 1         TO DPT-COUNT(DPT-HIT).
           ADD WS-AWARD  TO DPT-AWARD(DPT-HIT).
           ADD WS-EARNED TO DPT-EARNED(DPT-HIT).
           ADD WS-REMAIN TO DPT-REMAIN(DPT-HIT).
           IF WS-FLAG NOT = SPACES
               ADD 1 TO DPT-ALERTS(DPT-HIT)
           END-IF.
       NOTE-DEPARTMENT-RTN-EXIT. EXIT.

       MATCH-DEPARTMENT-RTN.
           IF DPT-DIVISION(DPT-SUB) = PR-DIVISION
                   AND DPT-DEPARTMENT(DPT-SUB) = PR-DEPARTMENT
               MOVE DPT-SUB TO DPT-HIT
           END-IF.
       MATCH-DEPARTMENT-RTN-EXIT. EXIT.

       SAVE-STUDENT-RTN.
           IF WS-STU-CNT < WS-STU-MAX
               ADD 1 TO WS-STU-CNT
               MOVE DPT-HIT        TO SR-DPT-SUB(WS-STU-CNT)
               MOVE PR-EMPLOYEE-ID TO SR-EMP-ID(WS-STU-CNT)
               MOVE PR-LAST-NAME   TO SR-NAME(WS-STU-CNT)
               MOVE WS-AWARD       TO SR-AWARD(WS-STU-CNT)
               MOVE WS-CYCLE       TO SR-CYCLE(WS-STU-CNT)
               MOVE WS-EARNED      TO SR-EARNED(WS-STU-CNT)
               MOVE WS-REMAIN      TO SR-REMAIN(WS-STU-CNT)
               MOVE WS-PCT         TO SR-PCT(WS-STU-CNT)
               MOVE WS-FLAG        TO SR-FLAG(WS-STU-CNT)
           ELSE
               DISPLAY 'SU41WSTD ABEND - STUDENT TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       SAVE-STUDENT-RTN-EXIT. EXIT.

       WRITE-EARNINGS-RTN.
           MOVE SPACES         TO WORK-STUDY-EARN-RECORD.
           MOVE PR-EMPLOYEE-ID TO WSE-EMP-ID.
           MOVE WS-SSN         TO WSE-SSN.
           MOVE WS-AWD-START   TO WSE-AWD-START.
           MOVE WS-YTD-YEAR    TO WSE-YTD-YEAR.
           MOVE WS-YTD-GROSS   TO WSE-YTD-GROSS.
           MOVE WS-EARNED      TO WSE-EARNED.
           MOVE WS-AWARD       TO WSE-AWARD.
           MOVE WS-RUN-DATE-8  TO WSE-LAST-RUN-DATE.
           MOVE WS-ALERT-DATE  TO WSE-ALERT-DATE.
           MOVE WORK-STUDY-EARN-RECORD TO WSEO-REC.
           WRITE WSEO-REC.
       WRITE-EARNINGS-RTN-EXIT. EXIT.

       CARRY-PRIOR-RTN.
      * A CURRENT-YEAR RECORD NOBODY CLAIMED (THE STUDENT IS OFF THE
      * PAYROLL OR INACTIVE THIS RUN) IS CARRIED UNCHANGED SO THE
      * EARNINGS ARE STILL THERE IF THE STUDENT COMES BACK.  ONE FROM
      * AN EARLIER AWARD YEAR IS DROPPED.
           IF WT-USED-SW(WSE-SUB) = 'N'
               MOVE WT-REC(WSE-SUB) TO WORK-STUDY-EARN-RECORD
               IF WSE-AWD-START = WS-AWD-START
                   MOVE WT-REC(WSE-SUB) TO WSEO-REC
                   WRITE WSEO-REC
                   ADD 1 TO WS-CARRY-CNT
               ELSE
                   ADD 1 TO WS-DROP-CNT
               END-IF
           END-IF.
       CARRY-PRIOR-RTN-EXIT. EXIT.

       COUNT-NOPAY-RTN.
      * A WORK-STUDY AWARD WITH NO ACTIVE STUDENT EMPLOYEE BEHIND IT -
      * NOT YET HIRED, OR NOT ON THE CROSS-REFERENCE.
           IF AWT-USED-SW(AWD-SUB) = 'N' AND AWT-AMOUNT(AWD-SUB) > 0
               ADD 1 TO WS-NOPAY-CNT
               ADD AWT-AMOUNT(AWD-SUB) TO WS-NOPAY-AMT
           END-IF.
       COUNT-NOPAY-RTN-EXIT. EXIT.

       PRINT-DEPARTMENT-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE DPT-DIVISION(DPT-SUB)   TO DH-DIVISION.
           MOVE DPT-DEPARTMENT(DPT-SUB) TO DH-DEPARTMENT.
           MOVE DPT-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM PRINT-STUDENT-RTN
               VARYING STU-SUB FROM 1 BY 1
               UNTIL STU-SUB > WS-STU-CNT.
           MOVE DPT-COUNT(DPT-SUB)  TO DT-COUNT.
           MOVE DPT-AWARD(DPT-SUB)  TO DT-AWARD.
           MOVE DPT-EARNED(DPT-SUB) TO DT-EARNED.
           MOVE DPT-REMAIN(DPT-SUB) TO DT-REMAIN.
           MOVE DPT-ALERTS(DPT-SUB) TO DT-ALERTS.
           MOVE DPT-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
       PRINT-DEPARTMENT-RTN-EXIT. EXIT.

       PRINT-STUDENT-RTN.
           IF SR-DPT-SUB(STU-SUB) = DPT-SUB
               MOVE SR-EMP-ID(STU-SUB) TO DL-EMP-ID
               MOVE SR-NAME(STU-SUB)   TO DL-NAME
               MOVE SR-AWARD(STU-SUB)  TO DL-AWARD
               MOVE SR-CYCLE(STU-SUB)  TO DL-CYCLE
               MOVE SR-EARNED(STU-SUB) TO DL-EARNED
               MOVE SR-REMAIN(STU-SUB) TO DL-REMAIN
               MOVE SR-PCT(STU-SUB)    TO DL-PCT
               MOVE SR-FLAG(STU-SUB)   TO DL-FLAG
               MOVE DETAIL-LINE TO OUT-REC
               WRITE OUT-REC
               IF SR-FLAG(STU-SUB) NOT = SPACES
                   MOVE DPT-DIVISION(DPT-SUB)   TO AL-DIVISION
                   MOVE DPT-DEPARTMENT(DPT-SUB) TO AL-DEPARTMENT
                   MOVE SR-EMP-ID(STU-SUB)      TO AL-EMP-ID
                   MOVE SR-NAME(STU-SUB)        TO AL-NAME
                   MOVE SR-REMAIN(STU-SUB)      TO AL-REMAIN
                   MOVE SR-PCT(STU-SUB)         TO AL-PCT
                   MOVE SR-FLAG(STU-SUB)        TO AL-FLAG
                   MOVE ALERT-LINE TO ALERT-REC
                   WRITE ALERT-REC
               END-IF
           END-IF.
       PRINT-STUDENT-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PAYROLL RECORDS READ                ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'FUND JOURNAL ENTRIES IN AWARD YEAR  ' TO CTL-LABEL.
           MOVE WS-ARJ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'WORK-STUDY STUDENTS TRACKED - AWARD ' TO CTL-LABEL.
           MOVE WS-TRACK-CNT TO CTL-COUNT.
           MOVE WS-TOT-AWARD TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  EARNED THIS RUN                   ' TO CTL-LABEL.
           MOVE ZERO TO CTL-COUNT.
           MOVE WS-TOT-CYCLE TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  EARNED THIS AWARD YEAR            ' TO CTL-LABEL.
           MOVE WS-TOT-EARNED TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  REMAINING ELIGIBILITY             ' TO CTL-LABEL.
           MOVE WS-TOT-REMAIN TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  NO YTD RECORD                     ' TO CTL-LABEL.
           MOVE WS-NOYTD-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'AT ALERT PERCENTAGE, NOT YET OVER   ' TO CTL-LABEL.
           MOVE WS-ALERT-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'OVER AWARD - AMOUNT OVER            ' TO CTL-LABEL.
           MOVE WS-OVER-CNT TO CTL-COUNT.
           MOVE WS-TOT-OVER TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  NEWLY ALERTED THIS RUN            ' TO CTL-LABEL.
           MOVE WS-NEW-ALERT-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'AWARDS WITH NO STUDENT ON PAYROLL   ' TO CTL-LABEL.
           MOVE WS-NOPAY-CNT TO CTL-COUNT.
           MOVE WS-NOPAY-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'PRIOR EARNINGS CARRIED UNCHANGED    ' TO CTL-LABEL.
           MOVE WS-CARRY-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'PRIOR AWARD-YEAR EARNINGS DROPPED   ' TO CTL-LABEL.
           MOVE WS-DROP-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE YTD-FILE XREF-FILE ARJ-FILE
                 WSEO-FILE ALERT-FILE OUT-FILE.
           IF WSE-OPEN-SW = 'Y'
               CLOSE WSE-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
