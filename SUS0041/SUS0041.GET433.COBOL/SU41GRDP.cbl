       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41GRDP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT GRD-IN-FILE ASSIGN TO GRFILE
                     FILE STATUS IS GRD-IN-FS.
            SELECT REG-FILE  ASSIGN TO RGFILE
                     FILE STATUS IS REG-FS.
            SELECT CRS-FILE  ASSIGN TO CRFILE
                     FILE STATUS IS CRS-FS.
            SELECT SCALE-FILE ASSIGN TO GSFILE
                     FILE STATUS IS SCALE-FS.
            SELECT TERM-FILE ASSIGN TO TCFILE
                     FILE STATUS IS TERM-FS.
            COPY ACHSEL.
            COPY ACSSEL.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** REGISTRAR'S END-OF-TERM GRADE FILE - ONE RECORD PER GRADED
      **** COURSE/SECTION, IN ASCENDING SSN ORDER.  A ROW FOR THE TERM
      **** BEING CLOSED IS A NEW GRADE; A ROW FOR AN EARLIER TERM IS A
      **** GRADE CHANGE (OR AN INCOMPLETE RESOLVED) AND MUST FIND THE
      **** HISTORY ROW IT REPLACES. ************************************
       FD  GRD-IN-FILE.
       01  GRD-IN-REC.
           05  GR-SSN         PIC 9(9).
           05  GR-TERM        PIC X(6).
           05  GR-COURSE      PIC X(8).
           05  GR-SECTION     PIC X(3).
           05  GR-GRADE       PIC X(2).
           05  FILLER         PIC X(52).

      **** PER-STUDENT REGISTRATION DETAIL FROM THE REGISTRAR - THE
      **** SAME FEED SU41PGM79 ROLLS INTO STU-CREDITS, IN ASCENDING
      **** SSN ORDER.  A ROW WITH A DROP DATE CANNOT BE GRADED. *******
       FD  REG-FILE.
       01  REG-REC.
           05  RG-SSN         PIC 9(9).
           05  RG-COURSE      PIC X(8).
           05  RG-SECTION     PIC X(3).
           05  RG-CREDITS     PIC 9(2).
           05  RG-ADD-DATE    PIC 9(8).
           05  RG-DROP-DATE   PIC 9(8).
           05  FILLER         PIC X(42).

       FD  CRS-FILE.
           COPY CRSCTL.

       FD  SCALE-FILE.
           COPY GRDCTL.

       FD  TERM-FILE.
           COPY TERMCTL.

      **** PERMANENT ACADEMIC HISTORY - ONE ROW PER GRADED COURSE ****
       FD  ACH-FILE.
       01  ACH-RECORD.
           COPY ACHREC.

      **** TERM AND CUMULATIVE GPA - ONE ROW PER STUDENT *************
       FD  ACS-FILE.
       01  ACS-RECORD.
           COPY ACSREC.

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
      *                                * END-OF-TERM GRADE POSTING.    *
      *                                * MATCHES THE REGISTRAR'S GRADE *
      *                                * FILE TO THE REGISTRATION      *
      *                                * DETAIL, PRICES EACH GRADE AT  *
      *                                * THE CATALOG'S HOURS OF RECORD *
      *                                * AND THE GRADE SCALE'S POINTS, *
      *                                * KEEPS THE PERMANENT ACADEMIC  *
      *                                * HISTORY, AND RECOMPUTES TERM  *
      *                                * AND CUMULATIVE GPA FROM THAT  *
      *                                * HISTORY FOR EVERY STUDENT     *
      *                                * TOUCHED - NEVER BY ADDING TO  *
      *                                * LAST TERM'S FIGURE, SO A RERUN*
      *                                * OR A GRADE CHANGE CANNOT      *
      *                                * DRIFT THE GPA.                *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  REG-EOF-SW      PIC X         VALUE SPACES.
           05  CRS-EOF-SW      PIC X         VALUE SPACES.
           05  SCALE-EOF-SW    PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-TERM         PIC X(6)      VALUE SPACES.
           05  WS-CUR-SSN      PIC 9(9)      VALUE 0.
           05  WS-GRADE-CNT    PIC 9(7)      VALUE 0.
           05  WS-POSTED-CNT   PIC 9(7)      VALUE 0.
           05  WS-REPOST-CNT   PIC 9(7)      VALUE 0.
           05  WS-CHANGE-CNT   PIC 9(7)      VALUE 0.
           05  WS-REJECT-CNT   PIC 9(7)      VALUE 0.
           05  WS-UNGRADED-CNT PIC 9(7)      VALUE 0.
           05  WS-BADCRS-CNT   PIC 9(7)      VALUE 0.
           05  WS-STU-CNT      PIC 9(7)      VALUE 0.
           05  WS-REG-OVER-CNT PIC 9(7)      VALUE 0.
           05  WS-ROW-HOURS    PIC 9(2)      VALUE 0.
           05  CRS-SUB         PIC 9(3)      VALUE 0.
           05  WS-CRS-CNT      PIC 9(3)      VALUE 0.
           05  WS-CRS-MAX      PIC 9(3)      VALUE 500.
           05  CRS-FOUND-SW    PIC X         VALUE 'N'.
               88  CRS-FOUND                 VALUE 'Y'.
           05  WS-GRD-CNT      PIC 9(3)      VALUE 0.
           05  WS-GRD-MAX      PIC 9(3)      VALUE 30.
           05  GRD-FOUND-SW    PIC X         VALUE 'N'.
               88  GRD-FOUND                 VALUE 'Y'.
           05  WS-G-POINTS     PIC 9V99      VALUE 0.
           05  WS-G-IN-GPA     PIC X         VALUE 'N'.
           05  WS-G-EARNS      PIC X         VALUE 'N'.
           05  WS-RGT-CNT      PIC 9(3)      VALUE 0.
           05  WS-RGT-MAX      PIC 9(3)      VALUE 20.
           05  RGT-SUB         PIC 9(3)      VALUE 0.
           05  WS-RGT-HIT      PIC 9(3)      VALUE 0.
           05  HIST-CHG-SW     PIC X         VALUE 'N'.
               88  HIST-CHANGED              VALUE 'Y'.
           05  BROWSE-DONE-SW  PIC X         VALUE 'N'.
               88  BROWSE-DONE               VALUE 'Y'.
           05  ACS-FOUND-SW    PIC X         VALUE 'N'.
               88  ACS-FOUND                 VALUE 'Y'.
           05  WS-NOTE         PIC X(30)     VALUE SPACES.
           05  GRD-IN-FS       PIC XX        VALUE '00'.
               88  GRD-IN-FS-OK              VALUE '00'.
           05  REG-FS          PIC XX        VALUE '00'.
               88  REG-FS-OK                 VALUE '00'.
           05  CRS-FS          PIC XX        VALUE '00'.
               88  CRS-FS-OK                 VALUE '00'.
           05  SCALE-FS        PIC XX        VALUE '00'.
               88  SCALE-FS-OK               VALUE '00'.
           05  TERM-FS         PIC XX        VALUE '00'.
               88  TERM-FS-OK                VALUE '00'.
           05  AH-RC           PIC XX        VALUE '00'.
               88  AH-OK                     VALUE '00'.
               88  AH-NOT-FOUND              VALUE '23'.
           05  ACS-RC          PIC XX        VALUE '00'.
               88  ACS-OK                    VALUE '00'.
               88  ACS-NOT-FOUND             VALUE '23'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** PER-STUDENT GPA ACCUMULATORS, REBUILT FROM HISTORY *********
       01  WS-GPA-AREA.
           05  WS-T-ROWS       PIC 9(3)      VALUE 0.
           05  WS-T-ATT-HRS    PIC 9(3)      VALUE 0.
           05  WS-T-ERN-HRS    PIC 9(3)      VALUE 0.
           05  WS-T-QPTS       PIC 9(4)V99   VALUE 0.
           05  WS-C-ATT-HRS    PIC 9(4)      VALUE 0.
           05  WS-C-ERN-HRS    PIC 9(4)      VALUE 0.
           05  WS-C-QPTS       PIC 9(5)V99   VALUE 0.

      **** COURSE CATALOG TABLE, ASCENDING COURSE-ID FOR SEARCH ALL ***
       01  WS-CRS-AREA VALUE HIGH-VALUES.
           05  WS-CRS-TBL OCCURS 500 TIMES
                   ASCENDING KEY IS TBC-ID
                   INDEXED BY TBC-INDEX.
             10  TBC-ID          PIC X(8).
             10  TBC-HOURS       PIC 9(2).

      **** GRADE SCALE TABLE - SHORT, SEARCHED SERIALLY ***************
       01  WS-GRD-AREA.
           05  WS-GRD-TBL OCCURS 30 TIMES
                   INDEXED BY TBG-INDEX.
             10  TBG-CODE        PIC X(2).
             10  TBG-POINTS      PIC 9V99.
             10  TBG-IN-GPA      PIC X.
             10  TBG-EARNS       PIC X.

      **** ONE STUDENT'S REGISTRATION ROWS FOR THE TERM ***************
       01  WS-RGT-AREA.
           05  WS-RGT-TBL OCCURS 20 TIMES.
             10  RGT-COURSE      PIC X(8).
             10  RGT-SECTION     PIC X(3).
             10  RGT-CREDITS     PIC 9(2).
             10  RGT-DROP-DATE   PIC 9(8).
             10  RGT-GRADED-SW   PIC X.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(32) VALUE
                   'TERM GRADE POSTING REGISTER     '.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 HDG-TERM        PIC X(06).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-TERM         PIC X(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-COURSE       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SECTION      PIC X(3).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-GRADE        PIC X(2).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-HOURS-Z      PIC Z9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NOTE         PIC X(30).
           05 FILLER          PIC X(7)  VALUE SPACES.

       01  GPA-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SL-SSN          PIC 9(9).
           05 FILLER          PIC X(12) VALUE '  TERM GPA  '.
           05 SL-TERM-GPA-Z   PIC 9.999.
           05 FILLER          PIC X(11) VALUE '  CUM GPA  '.
           05 SL-CUM-GPA-Z    PIC 9.999.
           05 FILLER          PIC X(14) VALUE '  CUM EARNED  '.
           05 SL-CUM-ERN-Z    PIC ZZZ9.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-TERM-RTN.
           PERFORM LOAD-CATALOG-RTN
              UNTIL CRS-EOF-SW = 'F'.
           PERFORM LOAD-SCALE-RTN
              UNTIL SCALE-EOF-SW = 'F'.
           PERFORM STUDENT-RTN
              UNTIL EOF-SW = 'F' AND REG-EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT GRD-IN-FILE.
           IF NOT GRD-IN-FS-OK
               DISPLAY 'SU41GRDP - GRD-IN-FILE OPEN FAILED, STATUS='
                       GRD-IN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REG-FILE.
           IF NOT REG-FS-OK
               DISPLAY 'SU41GRDP - REG-FILE OPEN FAILED, STATUS='
                       REG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CRS-FILE.
           IF NOT CRS-FS-OK
               DISPLAY 'SU41GRDP - CRS-FILE OPEN FAILED, STATUS='
                       CRS-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SCALE-FILE.
           IF NOT SCALE-FS-OK
               DISPLAY 'SU41GRDP - SCALE-FILE OPEN FAILED, STATUS='
                       SCALE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACH-FILE.
           IF NOT AH-OK
               DISPLAY 'SU41GRDP - ACH-FILE OPEN FAILED, STATUS='
                       AH-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACS-FILE.
           IF NOT ACS-OK
               DISPLAY 'SU41GRDP - ACS-FILE OPEN FAILED, STATUS='
                       ACS-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41GRDP - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41GRDP ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           READ CRS-FILE
               AT END MOVE 'F' TO CRS-EOF-SW.
           READ SCALE-FILE
               AT END MOVE 'F' TO SCALE-EOF-SW.
           READ GRD-IN-FILE
               AT END MOVE 'F' TO EOF-SW.
           READ REG-FILE
               AT END MOVE 'F' TO REG-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-TERM-RTN.
      * NO DEFAULT HERE - POSTING GRADES INTO THE WRONG TERM WOULD
      * PUT THEM IN THE PERMANENT RECORD, SO A MISSING CARD STOPS
      * THE RUN BEFORE ANYTHING IS WRITTEN.
           OPEN INPUT TERM-FILE.
           IF NOT TERM-FS-OK
               DISPLAY 'SU41GRDP ABEND - TERM-FILE OPEN FAILED, '
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
               DISPLAY 'SU41GRDP ABEND - NO TERM-CLOSE CARD'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE TC-TERM TO WS-TERM.
           MOVE WS-TERM TO HDG-TERM.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       GET-TERM-RTN-EXIT. EXIT.

       LOAD-CATALOG-RTN.
      * THE CATALOG ARRIVES IN ASCENDING COURSE-ID ORDER FOR
      * SEARCH ALL - THE SAME TABLE SU41PGM79 BUILDS.
           IF WS-CRS-CNT < WS-CRS-MAX
               ADD 1 TO WS-CRS-CNT
               SET TBC-INDEX TO WS-CRS-CNT
               MOVE CRS-ID           TO TBC-ID(TBC-INDEX)
               MOVE CRS-CREDIT-HOURS TO TBC-HOURS(TBC-INDEX)
           ELSE
               DISPLAY 'SU41GRDP ABEND - CATALOG TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CRS-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CRS-FILE
               AT END MOVE 'F' TO CRS-EOF-SW.
       LOAD-CATALOG-RTN-EXIT. EXIT.

       LOAD-SCALE-RTN.
           IF WS-GRD-CNT < WS-GRD-MAX
               ADD 1 TO WS-GRD-CNT
               SET TBG-INDEX TO WS-GRD-CNT
               MOVE GRD-CODE   TO TBG-CODE(TBG-INDEX)
               MOVE GRD-POINTS TO TBG-POINTS(TBG-INDEX)
               MOVE GRD-IN-GPA TO TBG-IN-GPA(TBG-INDEX)
               MOVE GRD-EARNS  TO TBG-EARNS(TBG-INDEX)
           ELSE
               DISPLAY 'SU41GRDP ABEND - GRADE SCALE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-GRD-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ SCALE-FILE
               AT END MOVE 'F' TO SCALE-EOF-SW.
       LOAD-SCALE-RTN-EXIT. EXIT.

       STUDENT-RTN.
      * ONE PASS PER SSN ACROSS BOTH SORTED FEEDS - THE STUDENT'S
      * REGISTRATION ROWS ARE HELD IN A TABLE WHILE THE GRADES FOR
      * THE SAME SSN ARE MATCHED AGAINST THEM, THEN ANY UNDROPPED
      * ROW LEFT WITHOUT A GRADE IS REPORTED TO THE REGISTRAR.
           EVALUATE TRUE
               WHEN EOF-SW = 'F'
                   MOVE RG-SSN TO WS-CUR-SSN
               WHEN REG-EOF-SW = 'F'
                   MOVE GR-SSN TO WS-CUR-SSN
               WHEN GR-SSN < RG-SSN
                   MOVE GR-SSN TO WS-CUR-SSN
               WHEN OTHER
                   MOVE RG-SSN TO WS-CUR-SSN
           END-EVALUATE.
           MOVE 0   TO WS-RGT-CNT.
           MOVE 'N' TO HIST-CHG-SW.
           PERFORM LOAD-REG-ROW-RTN
               UNTIL REG-EOF-SW = 'F' OR RG-SSN NOT = WS-CUR-SSN.
           PERFORM POST-GRADE-RTN
               UNTIL EOF-SW = 'F' OR GR-SSN NOT = WS-CUR-SSN.
           PERFORM CHECK-UNGRADED-RTN VARYING RGT-SUB
               FROM 1 BY 1 UNTIL RGT-SUB > WS-RGT-CNT.
           IF HIST-CHANGED
               ADD 1 TO WS-STU-CNT
               PERFORM RECOMPUTE-GPA-RTN THRU RECOMPUTE-GPA-RTN-EXIT
           END-IF.
       STUDENT-RTN-EXIT. EXIT.

       LOAD-REG-ROW-RTN.
           IF WS-RGT-CNT < WS-RGT-MAX
               ADD 1 TO WS-RGT-CNT
               MOVE RG-COURSE    TO RGT-COURSE(WS-RGT-CNT)
               MOVE RG-SECTION   TO RGT-SECTION(WS-RGT-CNT)
               MOVE RG-CREDITS   TO RGT-CREDITS(WS-RGT-CNT)
               MOVE RG-DROP-DATE TO RGT-DROP-DATE(WS-RGT-CNT)
               MOVE 'N'          TO RGT-GRADED-SW(WS-RGT-CNT)
           ELSE
               ADD 1 TO WS-REG-OVER-CNT
               DISPLAY 'SU41GRDP - REGISTRATION ROWS OVER '
                       WS-RGT-MAX ' FOR SSN=' RG-SSN
                       ' COURSE=' RG-COURSE
           END-IF.
           READ REG-FILE
               AT END MOVE 'F' TO REG-EOF-SW.
       LOAD-REG-ROW-RTN-EXIT. EXIT.

       POST-GRADE-RTN.
           ADD 1 TO WS-GRADE-CNT.
           PERFORM EDIT-GRADE-RTN THRU EDIT-GRADE-RTN-EXIT.
           READ GRD-IN-FILE
               AT END MOVE 'F' TO EOF-SW.
       POST-GRADE-RTN-EXIT. EXIT.

       EDIT-GRADE-RTN.
           PERFORM LOOKUP-GRADE-RTN THRU LOOKUP-GRADE-RTN-EXIT.
           IF NOT GRD-FOUND
               MOVE 'GRADE NOT ON GRADE SCALE      ' TO WS-NOTE
               PERFORM REJECT-GRADE-RTN
               GO TO EDIT-GRADE-RTN-EXIT
           END-IF.
           IF GR-TERM = WS-TERM
               PERFORM TERM-GRADE-RTN THRU TERM-GRADE-RTN-EXIT
           ELSE
               PERFORM GRADE-CHANGE-RTN THRU GRADE-CHANGE-RTN-EXIT
           END-IF.
       EDIT-GRADE-RTN-EXIT. EXIT.

       TERM-GRADE-RTN.
      * A GRADE FOR THE TERM BEING CLOSED MUST MATCH AN UNDROPPED
      * REGISTRATION ROW - A GRADE FOR A COURSE THE STUDENT NEVER
      * TOOK, OR DROPPED, NEVER REACHES THE PERMANENT RECORD.
           MOVE 0 TO WS-RGT-HIT.
           PERFORM FIND-REG-ROW-RTN VARYING RGT-SUB
               FROM 1 BY 1 UNTIL RGT-SUB > WS-RGT-CNT
                              OR WS-RGT-HIT > 0.
           IF WS-RGT-HIT = 0
               MOVE 'NO REGISTRATION FOR COURSE    ' TO WS-NOTE
               PERFORM REJECT-GRADE-RTN
               GO TO TERM-GRADE-RTN-EXIT
           END-IF.
           IF RGT-DROP-DATE(WS-RGT-HIT) NOT = 0
               MOVE 'COURSE DROPPED - NOT GRADED   ' TO WS-NOTE
               PERFORM REJECT-GRADE-RTN
               GO TO TERM-GRADE-RTN-EXIT
           END-IF.
           IF RGT-GRADED-SW(WS-RGT-HIT) = 'Y'
               MOVE 'DUPLICATE GRADE FOR COURSE    ' TO WS-NOTE
               PERFORM REJECT-GRADE-RTN
               GO TO TERM-GRADE-RTN-EXIT
           END-IF.
           MOVE 'Y' TO RGT-GRADED-SW(WS-RGT-HIT).
           PERFORM LOOKUP-COURSE-RTN THRU LOOKUP-COURSE-RTN-EXIT.
           IF NOT CRS-FOUND
               ADD 1 TO WS-BADCRS-CNT
               MOVE RGT-CREDITS(WS-RGT-HIT) TO WS-ROW-HOURS
           END-IF.
      * A RERUN FINDS ITS OWN ROWS ALREADY THERE AND REWRITES THEM -
      * THE HISTORY KEY MAKES THE POSTING IDEMPOTENT.
           MOVE GR-SSN    TO AH-SSN.
           MOVE GR-TERM   TO AH-TERM.
           MOVE GR-COURSE TO AH-COURSE.
           READ ACH-FILE
               INVALID KEY MOVE '23' TO AH-RC.
           IF AH-OK
               PERFORM BUILD-HIST-RTN
               REWRITE ACH-RECORD
                   INVALID KEY
                       DISPLAY 'SU41GRDP HISTORY REWRITE FAILED SSN='
                               GR-SSN ' STATUS=' AH-RC
               END-REWRITE
               ADD 1 TO WS-REPOST-CNT
               MOVE 'REPOSTED                      ' TO WS-NOTE
           ELSE
               MOVE SPACES TO ACH-RECORD
               MOVE GR-SSN    TO AH-SSN
               MOVE GR-TERM   TO AH-TERM
               MOVE GR-COURSE TO AH-COURSE
               PERFORM BUILD-HIST-RTN
               WRITE ACH-RECORD
                   INVALID KEY
                       DISPLAY 'SU41GRDP HISTORY WRITE FAILED SSN='
                               GR-SSN ' STATUS=' AH-RC
               END-WRITE
               ADD 1 TO WS-POSTED-CNT
               MOVE 'POSTED                        ' TO WS-NOTE
           END-IF.
           MOVE 'Y' TO HIST-CHG-SW.
           PERFORM WRITE-DETAIL-RTN.
       TERM-GRADE-RTN-EXIT. EXIT.

       GRADE-CHANGE-RTN.
      * AN EARLIER TERM'S GRADE CAN ONLY REPLACE ONE ALREADY ON THE
      * HISTORY - THE HOURS STAY AS FIRST POSTED.
           MOVE GR-SSN    TO AH-SSN.
           MOVE GR-TERM   TO AH-TERM.
           MOVE GR-COURSE TO AH-COURSE.
           READ ACH-FILE
               INVALID KEY MOVE '23' TO AH-RC.
           IF NOT AH-OK
               MOVE 'NO HISTORY ROW TO CHANGE      ' TO WS-NOTE
               PERFORM REJECT-GRADE-RTN
               GO TO GRADE-CHANGE-RTN-EXIT
           END-IF.
           MOVE AH-HOURS TO WS-ROW-HOURS.
           PERFORM BUILD-HIST-RTN.
           REWRITE ACH-RECORD
               INVALID KEY
                   DISPLAY 'SU41GRDP HISTORY REWRITE FAILED SSN='
                           GR-SSN ' STATUS=' AH-RC
           END-REWRITE.
           ADD 1 TO WS-CHANGE-CNT.
           MOVE 'Y' TO HIST-CHG-SW.
           MOVE 'GRADE CHANGED                 ' TO WS-NOTE.
           PERFORM WRITE-DETAIL-RTN.
       GRADE-CHANGE-RTN-EXIT. EXIT.

       BUILD-HIST-RTN.
           MOVE GR-SECTION    TO AH-SECTION.
           MOVE GR-GRADE      TO AH-GRADE.
           MOVE WS-ROW-HOURS  TO AH-HOURS.
           COMPUTE AH-QPTS = WS-G-POINTS * WS-ROW-HOURS.
           MOVE WS-G-IN-GPA   TO AH-GPA-FLAG.
           MOVE WS-G-EARNS    TO AH-EARN-FLAG.
           MOVE WS-RUN-DATE-8 TO AH-POST-DATE.
           MOVE 'SU41GRDP'    TO AH-PGM.
       BUILD-HIST-RTN-EXIT. EXIT.

       FIND-REG-ROW-RTN.
           IF RGT-COURSE(RGT-SUB) = GR-COURSE
                   AND RGT-SECTION(RGT-SUB) = GR-SECTION
               MOVE RGT-SUB TO WS-RGT-HIT
           END-IF.
       FIND-REG-ROW-RTN-EXIT. EXIT.

       LOOKUP-COURSE-RTN.
           MOVE 'N' TO CRS-FOUND-SW.
           MOVE 0 TO WS-ROW-HOURS.
           IF WS-CRS-CNT = 0
               GO TO LOOKUP-COURSE-RTN-EXIT
           END-IF.
           SEARCH ALL WS-CRS-TBL
               AT END CONTINUE
               WHEN TBC-ID(TBC-INDEX) = GR-COURSE
                   MOVE TBC-HOURS(TBC-INDEX) TO WS-ROW-HOURS
                   MOVE 'Y' TO CRS-FOUND-SW
           END-SEARCH.
       LOOKUP-COURSE-RTN-EXIT. EXIT.

       LOOKUP-GRADE-RTN.
           MOVE 'N' TO GRD-FOUND-SW.
           IF WS-GRD-CNT = 0
               GO TO LOOKUP-GRADE-RTN-EXIT
           END-IF.
           SET TBG-INDEX TO 1.
           SEARCH WS-GRD-TBL
               AT END CONTINUE
               WHEN TBG-INDEX > WS-GRD-CNT
                   CONTINUE
               WHEN TBG-CODE(TBG-INDEX) = GR-GRADE
                   MOVE TBG-POINTS(TBG-INDEX) TO WS-G-POINTS
                   MOVE TBG-IN-GPA(TBG-INDEX) TO WS-G-IN-GPA
                   MOVE TBG-EARNS(TBG-INDEX)  TO WS-G-EARNS
                   MOVE 'Y' TO GRD-FOUND-SW
           END-SEARCH.
       LOOKUP-GRADE-RTN-EXIT. EXIT.

       CHECK-UNGRADED-RTN.
           IF RGT-DROP-DATE(RGT-SUB) = 0
                   AND RGT-GRADED-SW(RGT-SUB) = 'N'
               ADD 1 TO WS-UNGRADED-CNT
               MOVE WS-CUR-SSN           TO DL-SSN
               MOVE WS-TERM              TO DL-TERM
               MOVE RGT-COURSE(RGT-SUB)  TO DL-COURSE
               MOVE RGT-SECTION(RGT-SUB) TO DL-SECTION
               MOVE SPACES               TO DL-GRADE
               MOVE RGT-CREDITS(RGT-SUB) TO DL-HOURS-Z
               MOVE 'REGISTERED - NO GRADE REPORTED' TO DL-NOTE
               MOVE DETAIL-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       CHECK-UNGRADED-RTN-EXIT. EXIT.

       RECOMPUTE-GPA-RTN.
      * REBUILD BOTH GPAS FROM THE STUDENT'S WHOLE HISTORY.  THE TERM
      * FIGURES MOVE ONLY WHEN THE STUDENT HAS ROWS IN THE TERM BEING
      * CLOSED - A GRADE CHANGE ALONE LEAVES LAST TERM'S ON FILE.
           INITIALIZE WS-GPA-AREA.
           MOVE WS-CUR-SSN TO AH-SSN.
           MOVE LOW-VALUES TO AH-TERM.
           MOVE LOW-VALUES TO AH-COURSE.
           START ACH-FILE KEY NOT LESS THAN AH-KEY
               INVALID KEY GO TO RECOMPUTE-GPA-RTN-EXIT.
           IF NOT AH-OK
               GO TO RECOMPUTE-GPA-RTN-EXIT
           END-IF.
           MOVE 'N' TO BROWSE-DONE-SW.
           PERFORM READ-HIST-RTN THRU READ-HIST-RTN-EXIT
               UNTIL BROWSE-DONE.
           MOVE WS-CUR-SSN TO ACS-SSN.
           READ ACS-FILE
               INVALID KEY MOVE '23' TO ACS-RC.
           IF ACS-OK
               MOVE 'Y' TO ACS-FOUND-SW
           ELSE
               MOVE 'N' TO ACS-FOUND-SW
               MOVE SPACES TO ACS-RECORD
               MOVE WS-CUR-SSN TO ACS-SSN
               MOVE 0 TO ACS-TERM-ATT-HRS ACS-TERM-ERN-HRS
                         ACS-TERM-QPTS ACS-TERM-GPA
                         ACS-XFER-CORE-HRS ACS-XFER-ELEC-HRS
           END-IF.
           IF WS-T-ROWS > 0
               MOVE WS-TERM      TO ACS-TERM
               MOVE WS-T-ATT-HRS TO ACS-TERM-ATT-HRS
               MOVE WS-T-ERN-HRS TO ACS-TERM-ERN-HRS
               MOVE WS-T-QPTS    TO ACS-TERM-QPTS
               IF WS-T-ATT-HRS > 0
                   COMPUTE ACS-TERM-GPA ROUNDED =
                       WS-T-QPTS / WS-T-ATT-HRS
               ELSE
                   MOVE 0 TO ACS-TERM-GPA
               END-IF
           END-IF.
           MOVE WS-C-ATT-HRS TO ACS-CUM-ATT-HRS.
           MOVE WS-C-ERN-HRS TO ACS-CUM-ERN-HRS.
           MOVE WS-C-QPTS    TO ACS-CUM-QPTS.
           IF WS-C-ATT-HRS > 0
               COMPUTE ACS-CUM-GPA ROUNDED =
                   WS-C-QPTS / WS-C-ATT-HRS
           ELSE
               MOVE 0 TO ACS-CUM-GPA
           END-IF.
           MOVE WS-RUN-DATE-8 TO ACS-POST-DATE.
           IF ACS-FOUND
               REWRITE ACS-RECORD
                   INVALID KEY
                       DISPLAY 'SU41GRDP SUMMARY REWRITE FAILED SSN='
                               WS-CUR-SSN ' STATUS=' ACS-RC
               END-REWRITE
           ELSE
               WRITE ACS-RECORD
                   INVALID KEY
                       DISPLAY 'SU41GRDP SUMMARY WRITE FAILED SSN='
                               WS-CUR-SSN ' STATUS=' ACS-RC
               END-WRITE
           END-IF.
           MOVE WS-CUR-SSN      TO SL-SSN.
           MOVE ACS-TERM-GPA    TO SL-TERM-GPA-Z.
           MOVE ACS-CUM-GPA     TO SL-CUM-GPA-Z.
           MOVE ACS-CUM-ERN-HRS TO SL-CUM-ERN-Z.
           MOVE GPA-LINE TO OUT-REC.
           WRITE OUT-REC.
       RECOMPUTE-GPA-RTN-EXIT. EXIT.

       READ-HIST-RTN.
           READ ACH-FILE NEXT RECORD
               AT END MOVE 'Y' TO BROWSE-DONE-SW
           END-READ.
           IF BROWSE-DONE OR NOT AH-OK
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-HIST-RTN-EXIT
           END-IF.
           IF AH-SSN NOT = WS-CUR-SSN
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-HIST-RTN-EXIT
           END-IF.
           IF AH-IN-GPA
               ADD AH-HOURS TO WS-C-ATT-HRS
               ADD AH-QPTS  TO WS-C-QPTS
           END-IF.
           IF AH-EARNED
               ADD AH-HOURS TO WS-C-ERN-HRS
           END-IF.
           IF AH-TERM = WS-TERM
               ADD 1 TO WS-T-ROWS
               IF AH-IN-GPA
                   ADD AH-HOURS TO WS-T-ATT-HRS
                   ADD AH-QPTS  TO WS-T-QPTS
               END-IF
               IF AH-EARNED
                   ADD AH-HOURS TO WS-T-ERN-HRS
               END-IF
           END-IF.
       READ-HIST-RTN-EXIT. EXIT.

       REJECT-GRADE-RTN.
           ADD 1 TO WS-REJECT-CNT.
           MOVE 0 TO WS-ROW-HOURS.
           PERFORM WRITE-DETAIL-RTN.
       REJECT-GRADE-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
           MOVE GR-SSN       TO DL-SSN.
           MOVE GR-TERM      TO DL-TERM.
           MOVE GR-COURSE    TO DL-COURSE.
           MOVE GR-SECTION   TO DL-SECTION.
           MOVE GR-GRADE     TO DL-GRADE.
           MOVE WS-ROW-HOURS TO DL-HOURS-Z.
           MOVE WS-NOTE      TO DL-NOTE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'GRADE RECORDS READ                      '
               TO CTL-LABEL.
           MOVE WS-GRADE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TERM GRADES POSTED                      '
               TO CTL-LABEL.
           MOVE WS-POSTED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TERM GRADES REPOSTED                    '
               TO CTL-LABEL.
           MOVE WS-REPOST-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PRIOR-TERM GRADE CHANGES                '
               TO CTL-LABEL.
           MOVE WS-CHANGE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'GRADES REJECTED                         '
               TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REGISTERED COURSES WITH NO GRADE        '
               TO CTL-LABEL.
           MOVE WS-UNGRADED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'GRADES FOR COURSES NOT IN CATALOG       '
               TO CTL-LABEL.
           MOVE WS-BADCRS-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STUDENTS WITH GPA RECOMPUTED            '
               TO CTL-LABEL.
           MOVE WS-STU-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-REJECT-CNT > 0 OR WS-REG-OVER-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE GRD-IN-FILE REG-FILE CRS-FILE SCALE-FILE
                 ACH-FILE ACS-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
