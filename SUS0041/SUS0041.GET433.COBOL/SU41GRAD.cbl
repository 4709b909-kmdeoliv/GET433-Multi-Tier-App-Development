       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41GRAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TERM-FILE  ASSIGN TO TCFILE
                     FILE STATUS IS TERM-FS.
            SELECT REQ-FILE   ASSIGN TO QFILE
                     FILE STATUS IS REQ-FS.
            SELECT STCV-FILE  ASSIGN TO STVFILE
                     FILE STATUS IS STCV-FS.
            SELECT OUT-FILE   ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT BLK-FILE   ASSIGN TO BFILE
                     FILE STATUS IS BLK-FS.
            COPY ACSSLSQ.
            COPY VSAMSEL.
            COPY HOLDSEL.
            COPY ARSEL.
            COPY LOCKSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILE.
           COPY TERMCTL.

       FD  REQ-FILE.
           COPY REQCTL.

      **** FORWARD-RECOVERY JOURNAL (STURCV LAYOUT) - ONE BEFORE/AFTER
      **** IMAGE PER STUDENT MASTER RECORD A CONFERRAL CHANGES ********
       FD  STCV-FILE.
       01  STCV-REC.
           COPY STURCV.

      **** CONFERRAL REGISTER - ONE LINE PER DEGREE CONFERRED *********
       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** BLOCKED-GRADUATE REPORT FOR THE REGISTRAR - ONE LINE PER
      **** REASON A CANDIDATE WAS NOT CLEARED **************************
       FD  BLK-FILE.
       01  BLK-REC            PIC X(80).

      **** TERM AND CUMULATIVE GPA - READ FRONT TO BACK FOR THE
      **** HOURS EARNED HERE AND THE ACCEPTED TRANSFER HOURS **********
       FD  ACS-FILE.
       01  ACS-RECORD.
           COPY ACSREC.

       COPY VSAMFD.

      **** THE SHARED HOLD MASTER - READ ONLY, EVERY HOLD TYPE ********
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

      **** STUDENT AR - READ ONLY FOR THE OUTSTANDING BALANCE *********
       FD  AR-FILE.
           COPY ARREC.

       FD  LOCK-FILE.
       01  LOCK-REC.
           COPY LOKREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * GRADUATION CLEARANCE AND      *
      *                                * DEGREE CONFERRAL.  EVERY      *
      *                                * ACTIVE STUDENT GRADED IN THE  *
      *                                * TERM BEING CLOSED WHO HAS MET *
      *                                * THE DEGREE REQUIREMENTS, OR   *
      *                                * WHOSE EXPECTED GRAD YEAR HAS  *
      *                                * COME, IS A CANDIDATE.  A      *
      *                                * CANDIDATE IS CLEARED WHEN THE *
      *                                * REQUIREMENTS ARE MET (THE     *
      *                                * SAME RULE AS THE DEGREE-      *
      *                                * PROGRESS REPORT, SU41PGM41),  *
      *                                * NO HOLD OF ANY TYPE IS ON     *
      *                                * RECORD AND NOTHING IS OWED ON *
      *                                * THE AR CLUSTER.  A CLEARED    *
      *                                * STUDENT IS CONFERRED - THE    *
      *                                * MASTER GOES TO GRADUATED WITH *
      *                                * THE GRAD YEAR, WITH THE       *
      *                                * RECOVERY IMAGE - AND EVERY    *
      *                                * OTHER CANDIDATE GOES ON THE   *
      *                                * BLOCKED-GRADUATE REPORT WITH  *
      *                                * EACH REASON.                  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  REQ-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-TERM         PIC X(6)      VALUE SPACES.
           05  WS-GRAD-YEAR    PIC 9(4)      VALUE 0.
           05  WS-REQ-MAX      PIC 9(2)      VALUE 50.
           05  WS-REQ-CNT      PIC 9(2)      VALUE 0.
           05  WS-DEFAULT-SUB  PIC 9(2)      VALUE 0.
           05  REQ-SUB         PIC 9(2)      VALUE 0.
           05  REQ-FOUND-SW    PIC X         VALUE 'N'.
               88  REQ-FOUND                 VALUE 'Y'.
           05  WS-REQUIRED     PIC 9(3)      VALUE 120.
           05  WS-CORE-MIN     PIC 9(3)      VALUE 0.
           05  WS-ELEC-MIN     PIC 9(3)      VALUE 0.
           05  WS-XFER-CORE    PIC 9(3)      VALUE 0.
           05  WS-XFER-ELEC    PIC 9(3)      VALUE 0.
           05  WS-XFER-HRS     PIC 9(3)      VALUE 0.
           05  WS-EARNED       PIC 9(4)      VALUE 0.
           05  WS-SHORT-HRS    PIC 9(4)      VALUE 0.
           05  WS-BALANCE      PIC S9(7)V99  VALUE 0.
           05  HOLD-SUB        PIC 9(2)      VALUE 0.
           05  WS-HOLD-TYPES   PIC X(5)      VALUE 'FLDMA'.
           05  WS-HOLD-TYPE-R  REDEFINES WS-HOLD-TYPES.
               10  WS-HOLD-TYPE PIC X OCCURS 5 TIMES.
           05  WS-HOLD-NAME    PIC X(13)     VALUE SPACES.
           05  CLEAR-SW        PIC X         VALUE 'Y'.
               88  CLEARED                   VALUE 'Y'.
           05  REQ-MET-SW      PIC X         VALUE 'N'.
               88  REQ-MET                   VALUE 'Y'.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOTTERM-CNT  PIC 9(7)      VALUE 0.
           05  WS-NOMASTER-CNT PIC 9(7)      VALUE 0.
           05  WS-GRADUATE-CNT PIC 9(7)      VALUE 0.
           05  WS-INACTIVE-CNT PIC 9(7)      VALUE 0.
           05  WS-NOTCAND-CNT  PIC 9(7)      VALUE 0.
           05  WS-CAND-CNT     PIC 9(7)      VALUE 0.
           05  WS-CONFER-CNT   PIC 9(7)      VALUE 0.
           05  WS-BLOCKED-CNT  PIC 9(7)      VALUE 0.
           05  WS-BLK-REQ-CNT  PIC 9(7)      VALUE 0.
           05  WS-BLK-HOLD-CNT PIC 9(7)      VALUE 0.
           05  WS-BLK-BAL-CNT  PIC 9(7)      VALUE 0.
           05  WS-FAIL-CNT     PIC 9(7)      VALUE 0.
           05  WS-STU-BEFORE   PIC X(80)     VALUE SPACES.
           05  TERM-FS         PIC XX        VALUE '00'.
               88  TERM-FS-OK                VALUE '00'.
           05  REQ-FS          PIC XX        VALUE '00'.
               88  REQ-FS-OK                 VALUE '00'.
           05  STCV-FS         PIC XX        VALUE '00'.
               88  STCV-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  BLK-FS          PIC XX        VALUE '00'.
               88  BLK-FS-OK                 VALUE '00'.
           05  ACS-RC          PIC XX        VALUE '00'.
               88  ACS-OK                    VALUE '00'.
           05  HLD-RC          PIC XX        VALUE '00'.
               88  HLD-OK                    VALUE '00'.
               88  HLD-NOT-FOUND             VALUE '23'.

           COPY VSAMRC.

           COPY ARRC.

       COPY LOCKW.

      **** REQUIREMENTS TABLE, ONE ROW PER CATALOG YEAR ***************
       01  WS-REQ-AREA VALUE ZEROES.
           05  WS-REQ-TBL OCCURS 50 TIMES.
             10  RQ-CATALOG-YEAR  PIC 9(4).
             10  RQ-TOTAL-CREDITS PIC 9(3).
             10  RQ-CORE-MIN      PIC 9(3).
             10  RQ-ELECTIVE-MIN  PIC 9(3).

       01  HDG-LINE1.
           05 FILLER          PIC X(18) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'DEGREE CONFERRAL REGISTER           '.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 HDG-TERM        PIC X(06).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '  SSN        NAME                   EARN'.
           05 FILLER          PIC X(40) VALUE
                   'ED  REQUIRED  GRAD YEAR  CUM GPA        '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NAME         PIC X(20).
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 DL-EARNED-Z     PIC ZZZ9.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 DL-REQUIRED-Z   PIC ZZ9.
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 DL-GRAD-YEAR    PIC 9(4).
           05 FILLER          PIC X(5)  VALUE SPACES.
           05 DL-CUM-GPA-Z    PIC 9.999.
           05 FILLER          PIC X(10) VALUE SPACES.

       01  BHDG-LINE1.
           05 FILLER          PIC X(18) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'BLOCKED-GRADUATE REPORT             '.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 BHDG-TERM       PIC X(06).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  BHDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   ' SSN       NAME                 REASON  '.
           05 FILLER          PIC X(40) VALUE
                   '                       HRS       AMOUNT '.

       01  BLOCK-LINE.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-SSN          PIC 9(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-NAME         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-REASON       PIC X(30).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-HOURS-Z      PIC ZZZ9  BLANK WHEN ZERO.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-AMOUNT-Z     PIC Z,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-TERM-RTN.
           PERFORM LOAD-REQ-TABLE-RTN
               UNTIL REQ-EOF-SW = 'F' OR WS-REQ-CNT >= WS-REQ-MAX.
           PERFORM CLEARANCE-RTN
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT ACS-FILE.
           IF NOT ACS-OK
               DISPLAY 'SU41GRAD - ACS-FILE OPEN FAILED, STATUS='
                       ACS-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF NOT HLD-OK
               DISPLAY 'SU41GRAD - HOLD-FILE OPEN FAILED, STATUS='
                       HLD-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT AR-FILE.
           IF NOT AR-SUCCESSFUL
               DISPLAY 'SU41GRAD - AR-FILE OPEN FAILED, STATUS='
                       AR-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * A MISSING REQUIREMENTS FILE MEANS EVERY CANDIDATE IS MEASURED
      * AGAINST THE 120-CREDIT DEFAULT - THE SAME CONVENTION THE
      * DEGREE-PROGRESS REPORT (SU41PGM41) FOLLOWS.
           OPEN INPUT REQ-FILE.
           IF NOT REQ-FS-OK
               DISPLAY 'SU41GRAD - NO REQUIREMENTS FILE, USING '
                       '120-CREDIT DEFAULT'
               MOVE 'F' TO REQ-EOF-SW
           ELSE
               READ REQ-FILE
                   AT END MOVE 'F' TO REQ-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41GRAD - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BLK-FILE.
           IF NOT BLK-FS-OK
               DISPLAY 'SU41GRAD - BLK-FILE OPEN FAILED, STATUS='
                       BLK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * A CONFERRAL CHANGES THE STUDENT MASTER IN PLACE, SO THE RUN
      * TAKES THE QUIESCE LOCK THE SAME WAY SU41VBLD DOES.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41GRAD - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'VSAMSTU ' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41GRAD' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O VSAM-INFILE.
           IF NOT VSAM-SUCCESSFUL
               DISPLAY 'SU41GRAD - VSAM OPEN I-O FAILED, STATUS='
                       VSAM-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND STCV-FILE.
           IF NOT STCV-FS-OK
               DISPLAY 'SU41GRAD - STCV-FILE OPEN FAILED, STATUS='
                       STCV-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41GRAD ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           ACCEPT WS-RUN-TIME FROM TIME.
           READ ACS-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-TERM-RTN.
      * NO DEFAULT - CONFERRING AGAINST THE WRONG TERM WOULD GRADUATE
      * STUDENTS ON GRADES THAT HAVE NOT BEEN POSTED.
           OPEN INPUT TERM-FILE.
           IF NOT TERM-FS-OK
               DISPLAY 'SU41GRAD ABEND - TERM-FILE OPEN FAILED, '
                       'STATUS=' TERM-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ TERM-FILE
               AT END MOVE SPACES TO TC-TERM
           END-READ.
           CLOSE TERM-FILE.
           IF TC-TERM = SPACES
               DISPLAY 'SU41GRAD ABEND - NO TERM-CLOSE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE TC-TERM TO WS-TERM.
      * THE GRAD YEAR IS THE YEAR OF THE TERM BEING CLOSED; A TERM
      * CODE THAT DOES NOT LEAD WITH ITS YEAR FALLS BACK TO THE RUN
      * DATE'S YEAR.
           IF WS-TERM(1:4) NUMERIC
               MOVE WS-TERM(1:4) TO WS-GRAD-YEAR
           ELSE
               MOVE WS-RUN-DATE-8(1:4) TO WS-GRAD-YEAR
           END-IF.
           MOVE WS-TERM TO HDG-TERM BHDG-TERM.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE BHDG-LINE1 TO BLK-REC.
           WRITE BLK-REC.
           MOVE SPACES TO BLK-REC.
           WRITE BLK-REC.
           MOVE BHDG-LINE2 TO BLK-REC.
           WRITE BLK-REC.
       GET-TERM-RTN-EXIT. EXIT.

       LOAD-REQ-TABLE-RTN.
           ADD 1 TO WS-REQ-CNT.
           MOVE REQ-CATALOG-YEAR  TO RQ-CATALOG-YEAR(WS-REQ-CNT).
           MOVE REQ-TOTAL-CREDITS TO RQ-TOTAL-CREDITS(WS-REQ-CNT).
           MOVE REQ-CORE-MIN      TO RQ-CORE-MIN(WS-REQ-CNT).
           MOVE REQ-ELECTIVE-MIN  TO RQ-ELECTIVE-MIN(WS-REQ-CNT).
           IF REQ-CATALOG-YEAR = 0
               MOVE WS-REQ-CNT TO WS-DEFAULT-SUB
           END-IF.
           READ REQ-FILE
               AT END MOVE 'F' TO REQ-EOF-SW.
       LOAD-REQ-TABLE-RTN-EXIT. EXIT.

       CLEARANCE-RTN.
           ADD 1 TO WS-READ-CNT.
           PERFORM ASSESS-CANDIDATE-RTN THRU ASSESS-CANDIDATE-RTN-EXIT.
           READ ACS-FILE
               AT END MOVE 'F' TO EOF-SW.
       CLEARANCE-RTN-EXIT. EXIT.

       ASSESS-CANDIDATE-RTN.
      * ONLY A STUDENT GRADED IN THE TERM BEING CLOSED CAN FINISH IN
      * IT - NO TERM RECORD, NOTHING NEW TO CLEAR.
           IF ACS-TERM NOT = WS-TERM
               ADD 1 TO WS-NOTTERM-CNT
               GO TO ASSESS-CANDIDATE-RTN-EXIT
           END-IF.
           MOVE ACS-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           IF NOT VSAM-SUCCESSFUL
               ADD 1 TO WS-NOMASTER-CNT
               DISPLAY 'SU41GRAD - NOT ON STUDENT MASTER SSN='
                       ACS-SSN ' STATUS=' VSAM-RC
               GO TO ASSESS-CANDIDATE-RTN-EXIT
           END-IF.
      * GRADUATED IS FINAL - A RERUN OF THE TERM FINDS LAST RUN'S
      * GRADUATES HERE AND LEAVES THEM ALONE.
           IF VR-ENROLL-STATUS = 'G'
               ADD 1 TO WS-GRADUATE-CNT
               GO TO ASSESS-CANDIDATE-RTN-EXIT
           END-IF.
           IF VR-ENROLL-STATUS NOT = 'A'
                   AND VR-ENROLL-STATUS NOT = SPACE
               ADD 1 TO WS-INACTIVE-CNT
               GO TO ASSESS-CANDIDATE-RTN-EXIT
           END-IF.
      * THE REQUIREMENTS ARE THOSE OF THE CATALOG YEAR ON THE MASTER,
      * READ BEFORE A CONFERRAL REPLACES IT WITH THE ACTUAL GRAD YEAR.
           PERFORM FIND-REQUIREMENT-RTN.
           PERFORM GET-TRANSFER-RTN.
           COMPUTE WS-EARNED = ACS-CUM-ERN-HRS + WS-XFER-HRS.
           MOVE 0 TO WS-SHORT-HRS.
           IF WS-EARNED < WS-REQUIRED
               MOVE 'N' TO REQ-MET-SW
               COMPUTE WS-SHORT-HRS = WS-REQUIRED - WS-EARNED
           ELSE
               MOVE 'Y' TO REQ-MET-SW
           END-IF.
      * A STUDENT SHORT OF THE REQUIREMENTS IS A CANDIDATE ONLY ONCE
      * THE EXPECTED GRAD YEAR HAS COME - OTHERWISE EVERY UNDERCLASS
      * STUDENT WOULD FILL THE BLOCKED REPORT.
           IF NOT REQ-MET
               IF VR-YEAR-OF-GRAD NOT NUMERIC
                       OR VR-YEAR-OF-GRAD = 0
                       OR VR-YEAR-OF-GRAD > WS-GRAD-YEAR
                   ADD 1 TO WS-NOTCAND-CNT
                   GO TO ASSESS-CANDIDATE-RTN-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-CAND-CNT.
           MOVE 'Y' TO CLEAR-SW.
           IF NOT REQ-MET
               MOVE 'N' TO CLEAR-SW
               ADD 1 TO WS-BLK-REQ-CNT
               MOVE 'REQUIREMENTS NOT MET - SHORT  ' TO BL-REASON
               MOVE WS-SHORT-HRS TO BL-HOURS-Z
               MOVE 0            TO BL-AMOUNT-Z
               PERFORM WRITE-BLOCK-RTN
           END-IF.
           PERFORM CHECK-HOLD-RTN
               VARYING HOLD-SUB FROM 1 BY 1 UNTIL HOLD-SUB > 5.
           PERFORM CHECK-BALANCE-RTN.
           IF CLEARED
               PERFORM CONFER-DEGREE-RTN THRU CONFER-DEGREE-RTN-EXIT
           ELSE
               ADD 1 TO WS-BLOCKED-CNT
           END-IF.
       ASSESS-CANDIDATE-RTN-EXIT. EXIT.

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
               UNTIL REQ-SUB > WS-REQ-CNT OR REQ-FOUND.
       FIND-REQUIREMENT-RTN-EXIT. EXIT.

       MATCH-REQUIREMENT-RTN.
           IF RQ-CATALOG-YEAR(REQ-SUB) = VR-YEAR-OF-GRAD
                   AND RQ-CATALOG-YEAR(REQ-SUB) > 0
               MOVE RQ-TOTAL-CREDITS(REQ-SUB) TO WS-REQUIRED
               MOVE RQ-CORE-MIN(REQ-SUB)      TO WS-CORE-MIN
               MOVE RQ-ELECTIVE-MIN(REQ-SUB)  TO WS-ELEC-MIN
               MOVE 'Y' TO REQ-FOUND-SW
           END-IF.
       MATCH-REQUIREMENT-RTN-EXIT. EXIT.

       GET-TRANSFER-RTN.
      * SAME RULE AS SU41PGM41 - TRANSFER CORE AND ELECTIVE HOURS
      * EACH COUNT UP TO THEIR MINIMUM, IN FULL WHEN THE CATALOG
      * YEAR CARRIES NO MINIMUM.
           MOVE 0 TO WS-XFER-CORE WS-XFER-ELEC WS-XFER-HRS.
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
       GET-TRANSFER-RTN-EXIT. EXIT.

       CHECK-HOLD-RTN.
      * ANY HOLD BLOCKS CONFERRAL, WHOEVER PLACED IT - THE OFFICE
      * THAT OWNS THE HOLD RELEASES IT, NOT THIS RUN.
           MOVE ACS-SSN TO HLD-SSN.
           MOVE WS-HOLD-TYPE(HOLD-SUB) TO HLD-TYPE.
           READ HOLD-FILE
               INVALID KEY MOVE '23' TO HLD-RC.
           IF HLD-OK
               MOVE 'N' TO CLEAR-SW
               ADD 1 TO WS-BLK-HOLD-CNT
               EVALUATE TRUE
                   WHEN HLD-FINANCIAL
                       MOVE 'FINANCIAL    ' TO WS-HOLD-NAME
                   WHEN HLD-LIBRARY
                       MOVE 'LIBRARY      ' TO WS-HOLD-NAME
                   WHEN HLD-DISCIPLINARY
                       MOVE 'DISCIPLINARY ' TO WS-HOLD-NAME
                   WHEN HLD-IMMUNIZATION
                       MOVE 'IMMUNIZATION ' TO WS-HOLD-NAME
                   WHEN OTHER
                       MOVE 'ACADEMIC     ' TO WS-HOLD-NAME
               END-EVALUATE
               MOVE SPACES TO BL-REASON
               STRING 'HOLD ON RECORD - ' DELIMITED BY SIZE
                      WS-HOLD-NAME       DELIMITED BY SIZE
                   INTO BL-REASON
               MOVE 0 TO BL-HOURS-Z BL-AMOUNT-Z
               PERFORM WRITE-BLOCK-RTN
           END-IF.
       CHECK-HOLD-RTN-EXIT. EXIT.

       CHECK-BALANCE-RTN.
      * NO AR RECORD MEANS THE STUDENT WAS NEVER BILLED - NOTHING
      * OWED.  A CREDIT BALANCE IS A REFUND DUE THE STUDENT, NOT A
      * DEBT, AND DOES NOT BLOCK.
           MOVE 0 TO WS-BALANCE.
           MOVE ACS-SSN TO AR-SSN.
           READ AR-FILE
               INVALID KEY MOVE '23' TO AR-RC.
           IF AR-SUCCESSFUL AND AR-BALANCE NUMERIC
               MOVE AR-BALANCE TO WS-BALANCE
           END-IF.
           IF WS-BALANCE > 0
               MOVE 'N' TO CLEAR-SW
               ADD 1 TO WS-BLK-BAL-CNT
               MOVE 'BALANCE OWED ON ACCOUNT       ' TO BL-REASON
               MOVE 0          TO BL-HOURS-Z
               MOVE WS-BALANCE TO BL-AMOUNT-Z
               PERFORM WRITE-BLOCK-RTN
           END-IF.
       CHECK-BALANCE-RTN-EXIT. EXIT.

       WRITE-BLOCK-RTN.
           MOVE ACS-SSN TO BL-SSN.
           MOVE VR-NAME TO BL-NAME.
           MOVE BLOCK-LINE TO BLK-REC.
           WRITE BLK-REC.
       WRITE-BLOCK-RTN-EXIT. EXIT.

       CONFER-DEGREE-RTN.
      * THE MASTER GOES TO GRADUATED WITH THE ACTUAL GRAD YEAR; THE
      * GRAD-YEAR ALTERNATE INDEX IS UPGRADED WITH THE REWRITE, SO
      * THE ALUMNI EXTRACT (SU41PGM35) FINDS THE NEW GRADUATE UNDER
      * THE YEAR CONFERRED.
           MOVE VSAM-REC TO WS-STU-BEFORE.
           MOVE 'G'          TO VR-ENROLL-STATUS.
           MOVE WS-GRAD-YEAR TO VR-YEAR-OF-GRAD.
           MOVE 'BATCH   '    TO VR-LAST-CHANGED-USERID.
           MOVE WS-RUN-DATE-8 TO VR-LAST-CHANGED-DATE.
           MOVE WS-RUN-TIME(1:6) TO VR-LAST-CHANGED-TIME.
           REWRITE VSAM-REC
               INVALID KEY
                   DISPLAY 'SU41GRAD MASTER REWRITE FAILED SSN='
                           ACS-SSN ' STATUS=' VSAM-RC
           END-REWRITE.
           IF NOT VSAM-SUCCESSFUL
               ADD 1 TO WS-FAIL-CNT
               GO TO CONFER-DEGREE-RTN-EXIT
           END-IF.
           PERFORM WRITE-STU-RECOVERY-RTN.
           ADD 1 TO WS-CONFER-CNT.
           MOVE ACS-SSN      TO DL-SSN.
           MOVE VR-NAME      TO DL-NAME.
           MOVE WS-EARNED    TO DL-EARNED-Z.
           MOVE WS-REQUIRED  TO DL-REQUIRED-Z.
           MOVE WS-GRAD-YEAR TO DL-GRAD-YEAR.
           MOVE ACS-CUM-GPA  TO DL-CUM-GPA-Z.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       CONFER-DEGREE-RTN-EXIT. EXIT.

       WRITE-STU-RECOVERY-RTN.
           MOVE 'U'              TO RCS-ACTION.
           MOVE WS-RUN-DATE-8    TO RCS-DATE.
           MOVE WS-RUN-TIME(1:6) TO RCS-TIME.
           MOVE 'BATCH   '       TO RCS-USERID.
           MOVE 'SU41GRAD'       TO RCS-PROGRAM.
           MOVE ACS-SSN          TO RCS-SSN.
           MOVE WS-STU-BEFORE    TO RCS-BEFORE-IMAGE.
           MOVE VSAM-REC         TO RCS-AFTER-IMAGE.
           WRITE STCV-REC.
       WRITE-STU-RECOVERY-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SUMMARY RECORDS READ                    '
               TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NOT GRADED IN THIS TERM                 '
               TO CTL-LABEL.
           MOVE WS-NOTTERM-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NOT ON STUDENT MASTER                   '
               TO CTL-LABEL.
           MOVE WS-NOMASTER-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'ALREADY GRADUATED                       '
               TO CTL-LABEL.
           MOVE WS-GRADUATE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NOT ACTIVE ON STUDENT MASTER            '
               TO CTL-LABEL.
           MOVE WS-INACTIVE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NOT YET A GRADUATION CANDIDATE          '
               TO CTL-LABEL.
           MOVE WS-NOTCAND-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'GRADUATION CANDIDATES                   '
               TO CTL-LABEL.
           MOVE WS-CAND-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  DEGREES CONFERRED                     '
               TO CTL-LABEL.
           MOVE WS-CONFER-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  BLOCKED                               '
               TO CTL-LABEL.
           MOVE WS-BLOCKED-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  MASTER REWRITE FAILED                 '
               TO CTL-LABEL.
           MOVE WS-FAIL-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'BLOCKED - REQUIREMENTS NOT MET          '
               TO CTL-LABEL.
           MOVE WS-BLK-REQ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'BLOCKED - HOLDS ON RECORD               '
               TO CTL-LABEL.
           MOVE WS-BLK-HOLD-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'BLOCKED - BALANCE OWED                  '
               TO CTL-LABEL.
           MOVE WS-BLK-BAL-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           IF WS-NOMASTER-CNT > 0 OR WS-FAIL-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE ACS-FILE HOLD-FILE AR-FILE OUT-FILE BLK-FILE
                 VSAM-INFILE STCV-FILE.
           IF REQ-FS-OK
               CLOSE REQ-FILE
           END-IF.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
