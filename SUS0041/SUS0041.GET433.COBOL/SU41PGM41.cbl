                     FILE STATUS IS OUT-FS.
            SELECT SHORT-FILE ASSIGN TO SHFILE
                     FILE STATUS IS SHORT-FS.
            COPY ACSSEL.
            COPY PRVSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
           05  SHORT-NEEDED   PIC 9(3).
           05  FILLER         PIC X(46).

      **** ACADEMIC SUMMARY - READ FOR THE ACCEPTED TRANSFER HOURS
      **** THE TRANSFER-CREDIT RUN (SU41XFER) KEEPS THERE *************
       FD  ACS-FILE.
       01  ACS-RECORD.
           COPY ACSREC.

      **** DIRECTORY-PRIVACY FLAGS - A STUDENT WHO HAS WITHHELD
      **** DIRECTORY INFORMATION IS LISTED WITHOUT A NAME ************
       FD  PRV-FILE.
       01  PRV-RECORD.
           COPY PRVREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * DEGREE-PROGRESS REPORT.       *
      *                                * (GRAD) YEAR AND REPORTED AS   *
      *                                * PERCENT COMPLETE WITH A       *
      *                                * PROJECTED COMPLETION TERM.    *
      *                                * ACCEPTED TRANSFER CREDIT      *
      *                                * COUNTS TOWARD THE CORE AND    *
      *                                * ELECTIVE MINIMUMS - EACH UP   *
      *                                * TO ITS MINIMUM - AND SHOWS IN *
      *                                * ITS OWN COLUMN.               *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  REQ-FOUND-SW    PIC X         VALUE 'N'.
               88  REQ-FOUND                 VALUE 'Y'.
           05  WS-REQUIRED     PIC 9(3)      VALUE 120.
           05  WS-CORE-MIN     PIC 9(3)      VALUE 0.
           05  WS-ELEC-MIN     PIC 9(3)      VALUE 0.
           05  WS-XFER-CORE    PIC 9(3)      VALUE 0.
           05  WS-XFER-ELEC    PIC 9(3)      VALUE 0.
           05  WS-XFER-HRS     PIC 9(3)      VALUE 0.
           05  WS-EARNED       PIC 9(3)      VALUE 0.
           05  WS-XFER-STU-CNT PIC 9(7)      VALUE 0.
           05  ACS-AVAIL-SW    PIC X         VALUE 'N'.
               88  ACS-AVAILABLE             VALUE 'Y'.
           05  WS-REMAINING    PIC S9(3)     VALUE 0.
           05  WS-PCT          PIC 9(3)      VALUE 0.
           05  WS-TERMS-LEFT   PIC 9(3)      VALUE 0.
               88  OUT-FS-OK                 VALUE '00'.
           05  SHORT-FS        PIC XX        VALUE '00'.
               88  SHORT-FS-OK               VALUE '00'.
           05  ACS-RC          PIC XX        VALUE '00'.
               88  ACS-OK                    VALUE '00'.
               88  ACS-NOT-FOUND             VALUE '23'.
           05  PRV-RC          PIC XX        VALUE '00'.
               88  PRV-OK                    VALUE '00'.
               88  PRV-NOT-FOUND             VALUE '23'.
           05  WS-MASKED-CNT   PIC 9(7)      VALUE 0.

      **** REQUIREMENTS TABLE, ONE ROW PER CATALOG YEAR ***************
       01  WS-REQ-AREA VALUE ZEROES.
           05  WS-REQ-TBL OCCURS 50 TIMES.
             10  RQ-CATALOG-YEAR  PIC 9(4).
             10  RQ-TOTAL-CREDITS PIC 9(3).
             10  RQ-CORE-MIN      PIC 9(3).
             10  RQ-ELECTIVE-MIN  PIC 9(3).

       01  HDG-LINE1.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'PROJ YEAR'.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'SHORTFALL'.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(4)  VALUE 'XFER'.
           05 FILLER          PIC X(8)  VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-PROJ-YEAR    PIC 9(4).
           05 FILLER          PIC X(7)  VALUE SPACES.
           05 DL-SHORT-FLAG   PIC X(9).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-XFER-Z       PIC ZZ9.
           05 FILLER          PIC X(8)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
                   AT END MOVE 'F' TO REQ-EOF-SW
               END-READ
           END-IF.
      * NO ACADEMIC SUMMARY MEANS NO TRANSFER CREDIT IS COUNTED -
      * THE REPORT RUNS ON CREDITS EARNED HERE, AS IT ALWAYS HAS.
           OPEN INPUT ACS-FILE.
           IF ACS-OK
               MOVE 'Y' TO ACS-AVAIL-SW
           ELSE
               DISPLAY 'SU41PGM41 - NO ACADEMIC SUMMARY, TRANSFER '
                       'CREDIT NOT COUNTED'
           END-IF.
      * THE SHORTFALL LIST CARRIES NAMES - NO PRIVACY FLAGS, NO RUN.
           OPEN INPUT PRV-FILE.
           IF NOT PRV-OK
               DISPLAY 'SU41PGM41 - PRV-FILE OPEN FAILED, STATUS='
                       PRV-RC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41PGM41 - OUT-FILE OPEN FAILED, STATUS='
           ADD 1 TO WS-REQ-CNT.
           MOVE REQ-CATALOG-YEAR  TO RQ-CATALOG-YEAR(WS-REQ-CNT).
           MOVE REQ-TOTAL-CREDITS TO RQ-TOTAL-CREDITS(WS-REQ-CNT).
           MOVE REQ-CORE-MIN      TO RQ-CORE-MIN(WS-REQ-CNT).
           MOVE REQ-ELECTIVE-MIN  TO RQ-ELECTIVE-MIN(WS-REQ-CNT).
           IF REQ-CATALOG-YEAR = 0
               MOVE WS-REQ-CNT TO WS-DEFAULT-SUB
           END-IF.
       PROGRESS-RTN.
           ADD 1 TO WS-STUDENT-CNT.
           PERFORM FIND-REQUIREMENT-RTN.
           PERFORM GET-TRANSFER-RTN THRU GET-TRANSFER-RTN-EXIT.
           COMPUTE WS-EARNED = IN-CREDITS + WS-XFER-HRS.
           COMPUTE WS-REMAINING = WS-REQUIRED - WS-EARNED.
           IF WS-REMAINING < 0
               MOVE 0 TO WS-REMAINING
           END-IF.
           COMPUTE WS-PCT ROUNDED =
               (WS-EARNED * 100) / WS-REQUIRED.
           IF WS-PCT > 100
               MOVE 100 TO WS-PCT
           END-IF.
           COMPUTE WS-PROJ-YEAR = WS-RUN-YEAR + (WS-TERMS-LEFT / 2).
           MOVE IN-SSN      TO DL-SSN.
           MOVE IN-CREDITS  TO DL-EARNED-Z.
           MOVE WS-XFER-HRS TO DL-XFER-Z.
           MOVE WS-REQUIRED TO DL-REQUIRED-Z.
           MOVE WS-PCT      TO DL-PCT-Z.
           MOVE WS-PROJ-YEAR TO DL-PROJ-YEAR.
               MOVE SPACES       TO SHORT-REC
               MOVE IN-SSN       TO SHORT-SSN
               MOVE IN-NAME      TO SHORT-NAME
               PERFORM MASK-PRIVATE-RTN
               MOVE WS-REMAINING TO SHORT-NEEDED
               WRITE SHORT-REC
           ELSE
           WRITE OUT-REC.
       PROGRESS-RTN-EXIT. EXIT.

       MASK-PRIVATE-RTN.
      * A STUDENT WHO HAS WITHHELD DIRECTORY INFORMATION STAYS ON THE
      * LIST BY SSN FOR THE ADVISOR, WITHOUT THE NAME.
           MOVE IN-SSN TO PRV-SSN.
           READ PRV-FILE
               INVALID KEY MOVE '23' TO PRV-RC.
           IF PRV-OK AND PRV-WITHHELD
               MOVE 'DIRECTORY WITHHELD  ' TO SHORT-NAME
               ADD 1 TO WS-MASKED-CNT
           END-IF.
       MASK-PRIVATE-RTN-EXIT. EXIT.

       GET-TRANSFER-RTN.
      * TRANSFER CORE HOURS COUNT UP TO THE CORE MINIMUM AND TRANSFER
      * ELECTIVE HOURS UP TO THE ELECTIVE MINIMUM; HOURS PAST EITHER
      * MINIMUM DO NOT ADVANCE THE DEGREE.  A CATALOG YEAR WITH NO
      * MINIMUM ON ITS REQUIREMENTS CARD COUNTS THEM IN FULL.
           MOVE 0 TO WS-XFER-CORE WS-XFER-ELEC WS-XFER-HRS.
           IF NOT ACS-AVAILABLE
               GO TO GET-TRANSFER-RTN-EXIT
           END-IF.
           MOVE IN-SSN TO ACS-SSN.
           READ ACS-FILE
               INVALID KEY MOVE '23' TO ACS-RC.
           IF NOT ACS-OK
               GO TO GET-TRANSFER-RTN-EXIT
           END-IF.
           IF ACS-XFER-CORE-HRS NUMERIC
               MOVE ACS-XFER-CORE-HRS TO WS-XFER-CORE
           END-IF.
           IF ACS-XFER-ELEC-HRS NUMERIC
               MOVE ACS-XFER-ELEC-HRS TO WS-XFER-ELEC
           END-IF.
           IF WS-CORE-MIN > 0 AND WS-XFER-CORE > WS-CORE-MIN
               MOVE WS-CORE-MIN TO WS-XFER-CORE
           END-IF.
           IF WS-ELEC-MIN > 0 AND WS-XFER-ELEC > WS-ELEC-MIN
               MOVE WS-ELEC-MIN TO WS-XFER-ELEC
           END-IF.
           COMPUTE WS-XFER-HRS = WS-XFER-CORE + WS-XFER-ELEC.
           IF WS-XFER-HRS > 0
               ADD 1 TO WS-XFER-STU-CNT
           END-IF.
       GET-TRANSFER-RTN-EXIT. EXIT.

       FIND-REQUIREMENT-RTN.
           MOVE 'N' TO REQ-FOUND-SW.
           MOVE 120 TO WS-REQUIRED.
           MOVE 0 TO WS-CORE-MIN WS-ELEC-MIN.
           IF WS-DEFAULT-SUB > 0
               MOVE RQ-TOTAL-CREDITS(WS-DEFAULT-SUB) TO WS-REQUIRED
               MOVE RQ-CORE-MIN(WS-DEFAULT-SUB)      TO WS-CORE-MIN
               MOVE RQ-ELECTIVE-MIN(WS-DEFAULT-SUB)  TO WS-ELEC-MIN
           END-IF.
           PERFORM MATCH-REQUIREMENT-RTN
               VARYING REQ-SUB FROM 1 BY 1
           IF RQ-CATALOG-YEAR(REQ-SUB) = IN-YR-GRAD
                   AND RQ-CATALOG-YEAR(REQ-SUB) > 0
               MOVE RQ-TOTAL-CREDITS(REQ-SUB) TO WS-REQUIRED
               MOVE RQ-CORE-MIN(REQ-SUB)      TO WS-CORE-MIN
               MOVE RQ-ELECTIVE-MIN(REQ-SUB)  TO WS-ELEC-MIN
               MOVE 'Y' TO REQ-FOUND-SW
           END-IF.
       MATCH-REQUIREMENT-RTN-EXIT. EXIT.
           MOVE WS-SHORT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STUDENTS WITH TRANSFER CREDIT COUNTED   '
               TO CTL-LABEL.
           MOVE WS-XFER-STU-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SHORTFALL NAMES WITHHELD - FERPA        '
               TO CTL-LABEL.
           MOVE WS-MASKED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE IN-FILE OUT-FILE SHORT-FILE PRV-FILE.
           IF REQ-FS-OK
               CLOSE REQ-FILE
           END-IF.
           IF ACS-AVAILABLE
               CLOSE ACS-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.
