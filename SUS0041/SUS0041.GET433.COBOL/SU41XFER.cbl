       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41XFER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT XIN-FILE  ASSIGN TO XFIN
                     FILE STATUS IS XIN-FS.
            SELECT CRS-FILE  ASSIGN TO CRFILE
                     FILE STATUS IS CRS-FS.
            COPY XFRSEL.
            COPY ARTSEL.
            COPY ACSSEL.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** INCOMING TRANSFER COURSES FROM THE ADMISSIONS OFFICE, ONE
      **** PER EXTERNAL COURSE, IN ASCENDING SSN ORDER.  XI-DECISION
      **** IS THE EVALUATOR'S CALL - 'C' CORE (XI-EQUIV-CRS REQUIRED),
      **** 'E' ELECTIVE, 'R' NOT ACCEPTED - OR BLANK TO LET THE
      **** ARTICULATION TABLE DECIDE.  ZERO ACCEPTED HOURS MEANS THE
      **** EXTERNAL HOURS. *********************************************
       FD  XIN-FILE.
       01  XIN-REC.
           05  XI-SSN         PIC 9(9).
           05  XI-INST        PIC X(6).
           05  XI-EXT-COURSE  PIC X(10).
           05  XI-EXT-HOURS   PIC 9(2).
           05  XI-DECISION    PIC X(1).
           05  XI-EQUIV-CRS   PIC X(8).
           05  XI-ACC-HOURS   PIC 9(2).
           05  XI-EVALUATOR   PIC X(8).
           05  FILLER         PIC X(34).

       FD  CRS-FILE.
           COPY CRSCTL.

      **** PERMANENT TRANSFER-CREDIT FILE - ONE ROW PER EXTERNAL COURSE
       FD  XFR-FILE.
       01  XFR-RECORD.
           COPY XFRREC.

      **** STANDING EQUIVALENCIES, INSTITUTION + EXTERNAL COURSE ******
       FD  ART-FILE.
       01  ART-RECORD.
           COPY ARTREC.

      **** TERM AND CUMULATIVE GPA - THE TRANSFER HOURS RIDE HERE *****
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
      *                                * TRANSFER-CREDIT EVALUATION.   *
      *                                * EACH INCOMING EXTERNAL COURSE *
      *                                * IS DECIDED BY THE EVALUATOR'S *
      *                                * KEYED CALL OR, FAILING ONE,   *
      *                                * BY THE ARTICULATION TABLE.    *
      *                                * EVERY KEYED CALL IS SAVED TO  *
      *                                * THE TABLE SO THE SAME COURSE  *
      *                                * FROM THE SAME SCHOOL IS NEVER *
      *                                * EVALUATED TWICE.  THE         *
      *                                * STUDENT'S ACCEPTED CORE AND   *
      *                                * ELECTIVE HOURS ARE THEN       *
      *                                * RETOTALLED FROM THE TRANSFER  *
      *                                * FILE ONTO ACADSUM FOR THE     *
      *                                * DEGREE-PROGRESS REPORT.       *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  CRS-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-CUR-SSN      PIC 9(9)      VALUE 0.
           05  WS-IN-CNT       PIC 9(7)      VALUE 0.
           05  WS-KEYED-CNT    PIC 9(7)      VALUE 0.
           05  WS-TABLE-CNT    PIC 9(7)      VALUE 0.
           05  WS-PEND-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOTACC-CNT   PIC 9(7)      VALUE 0.
           05  WS-REJECT-CNT   PIC 9(7)      VALUE 0.
           05  WS-ART-NEW-CNT  PIC 9(7)      VALUE 0.
           05  WS-STU-CNT      PIC 9(7)      VALUE 0.
           05  WS-CORE-HRS     PIC 9(3)      VALUE 0.
           05  WS-ELEC-HRS     PIC 9(3)      VALUE 0.
           05  WS-DECISION     PIC X         VALUE SPACE.
               88  DEC-CORE                  VALUE 'C'.
               88  DEC-ELECTIVE              VALUE 'E'.
               88  DEC-NOT-ACCEPTED          VALUE 'R'.
               88  DEC-VALID                 VALUE 'C' 'E' 'R'.
           05  WS-EQUIV-CRS    PIC X(8)      VALUE SPACES.
           05  WS-ACC-HOURS    PIC 9(2)      VALUE 0.
           05  WS-EVALUATOR    PIC X(8)      VALUE SPACES.
           05  WS-SOURCE       PIC X         VALUE SPACE.
           05  WS-CRS-CNT      PIC 9(3)      VALUE 0.
           05  WS-CRS-MAX      PIC 9(3)      VALUE 500.
           05  CRS-FOUND-SW    PIC X         VALUE 'N'.
               88  CRS-FOUND                 VALUE 'Y'.
           05  XF-FOUND-SW     PIC X         VALUE 'N'.
               88  XF-FOUND                  VALUE 'Y'.
           05  ART-FOUND-SW    PIC X         VALUE 'N'.
               88  ART-FOUND                 VALUE 'Y'.
           05  ACS-FOUND-SW    PIC X         VALUE 'N'.
               88  ACS-FOUND                 VALUE 'Y'.
           05  BROWSE-DONE-SW  PIC X         VALUE 'N'.
               88  BROWSE-DONE               VALUE 'Y'.
           05  WS-RESULT       PIC X(20)     VALUE SPACES.
           05  XIN-FS          PIC XX        VALUE '00'.
               88  XIN-FS-OK                 VALUE '00'.
           05  CRS-FS          PIC XX        VALUE '00'.
               88  CRS-FS-OK                 VALUE '00'.
           05  XF-RC           PIC XX        VALUE '00'.
               88  XF-OK                     VALUE '00'.
               88  XF-NOT-FOUND              VALUE '23'.
           05  ART-RC          PIC XX        VALUE '00'.
               88  ART-OK                    VALUE '00'.
               88  ART-NOT-FOUND             VALUE '23'.
           05  ACS-RC          PIC XX        VALUE '00'.
               88  ACS-OK                    VALUE '00'.
               88  ACS-NOT-FOUND             VALUE '23'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** COURSE CATALOG TABLE, ASCENDING COURSE-ID FOR SEARCH ALL ***
       01  WS-CRS-AREA VALUE HIGH-VALUES.
           05  WS-CRS-TBL OCCURS 500 TIMES
                   ASCENDING KEY IS TBC-ID
                   INDEXED BY TBC-INDEX.
             10  TBC-ID          PIC X(8).
             10  TBC-HOURS       PIC 9(2).

       01  HDG-LINE1.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'TRANSFER-CREDIT EVALUATION REGISTER '.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '  SSN        INST   EXT COURSE HRS  RESU'.
           05 FILLER          PIC X(40) VALUE
                   'LT               EQUIV    ACC  BY       '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-INST         PIC X(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EXT-COURSE   PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-EXT-HRS-Z    PIC Z9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-RESULT       PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EQUIV        PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-ACC-HRS-Z    PIC Z9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-EVALUATOR    PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.

       01  TOTAL-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(22) VALUE
                   'TRANSFER TOTALS - SSN '.
           05 TL-SSN          PIC 9(9).
           05 FILLER          PIC X(8)  VALUE '  CORE  '.
           05 TL-CORE-Z       PIC ZZ9.
           05 FILLER          PIC X(12) VALUE '  ELECTIVE  '.
           05 TL-ELEC-Z       PIC ZZ9.
           05 FILLER          PIC X(19) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-CATALOG-RTN
              UNTIL CRS-EOF-SW = 'F'.
           PERFORM STUDENT-RTN
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT XIN-FILE.
           IF NOT XIN-FS-OK
               DISPLAY 'SU41XFER - XIN-FILE OPEN FAILED, STATUS='
                       XIN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CRS-FILE.
           IF NOT CRS-FS-OK
               DISPLAY 'SU41XFER - CRS-FILE OPEN FAILED, STATUS='
                       CRS-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O XFR-FILE.
           IF NOT XF-OK
               DISPLAY 'SU41XFER - XFR-FILE OPEN FAILED, STATUS='
                       XF-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ART-FILE.
           IF NOT ART-OK
               DISPLAY 'SU41XFER - ART-FILE OPEN FAILED, STATUS='
                       ART-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACS-FILE.
           IF NOT ACS-OK
               DISPLAY 'SU41XFER - ACS-FILE OPEN FAILED, STATUS='
                       ACS-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41XFER - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41XFER ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ CRS-FILE
               AT END MOVE 'F' TO CRS-EOF-SW.
           READ XIN-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-CATALOG-RTN.
      * THE CATALOG ARRIVES IN ASCENDING COURSE-ID ORDER FOR
      * SEARCH ALL - THE SAME TABLE SU41PGM79 BUILDS.
           IF WS-CRS-CNT < WS-CRS-MAX
               ADD 1 TO WS-CRS-CNT
               SET TBC-INDEX TO WS-CRS-CNT
               MOVE CRS-ID           TO TBC-ID(TBC-INDEX)
               MOVE CRS-CREDIT-HOURS TO TBC-HOURS(TBC-INDEX)
           ELSE
               DISPLAY 'SU41XFER ABEND - CATALOG TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CRS-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CRS-FILE
               AT END MOVE 'F' TO CRS-EOF-SW.
       LOAD-CATALOG-RTN-EXIT. EXIT.

       STUDENT-RTN.
      * ALL OF ONE STUDENT'S INCOMING COURSES, THEN ONE RETOTAL.
           MOVE XI-SSN TO WS-CUR-SSN.
           ADD 1 TO WS-STU-CNT.
           PERFORM EVALUATE-COURSE-RTN
              UNTIL EOF-SW = 'F' OR XI-SSN NOT = WS-CUR-SSN.
           PERFORM TOTAL-TRANSFER-RTN THRU TOTAL-TRANSFER-RTN-EXIT.
       STUDENT-RTN-EXIT. EXIT.

       EVALUATE-COURSE-RTN.
           ADD 1 TO WS-IN-CNT.
           MOVE SPACES TO WS-EQUIV-CRS WS-EVALUATOR.
           MOVE 0 TO WS-ACC-HOURS.
           PERFORM DECIDE-RTN THRU DECIDE-RTN-EXIT.
           PERFORM WRITE-DETAIL-RTN.
           READ XIN-FILE
               AT END MOVE 'F' TO EOF-SW.
       EVALUATE-COURSE-RTN-EXIT. EXIT.

       DECIDE-RTN.
           IF XI-EXT-HOURS NOT NUMERIC
                   OR XI-ACC-HOURS NOT NUMERIC
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECTED - BAD HOURS' TO WS-RESULT
               GO TO DECIDE-RTN-EXIT
           END-IF.
           MOVE XI-DECISION TO WS-DECISION.
           IF WS-DECISION = SPACE
               PERFORM TABLE-DECISION-RTN THRU TABLE-DECISION-RTN-EXIT
           ELSE
               PERFORM KEYED-DECISION-RTN THRU KEYED-DECISION-RTN-EXIT
           END-IF.
       DECIDE-RTN-EXIT. EXIT.

       KEYED-DECISION-RTN.
      * AN EVALUATOR'S CALL IS EDITED, POSTED, AND SAVED TO THE
      * ARTICULATION TABLE FOR EVERY LATER STUDENT.
           IF NOT DEC-VALID
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECTED - DECISION ' TO WS-RESULT
               GO TO KEYED-DECISION-RTN-EXIT
           END-IF.
           IF XI-EVALUATOR = SPACES
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECTED - NO EVALR ' TO WS-RESULT
               GO TO KEYED-DECISION-RTN-EXIT
           END-IF.
           IF DEC-CORE AND XI-EQUIV-CRS = SPACES
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECTED - NO EQUIV ' TO WS-RESULT
               GO TO KEYED-DECISION-RTN-EXIT
           END-IF.
           IF XI-EQUIV-CRS NOT = SPACES AND NOT DEC-NOT-ACCEPTED
               MOVE XI-EQUIV-CRS TO WS-EQUIV-CRS
               PERFORM LOOKUP-COURSE-RTN THRU LOOKUP-COURSE-RTN-EXIT
               IF NOT CRS-FOUND
                   ADD 1 TO WS-REJECT-CNT
                   MOVE 'REJECTED - NO COURSE' TO WS-RESULT
                   GO TO KEYED-DECISION-RTN-EXIT
               END-IF
           END-IF.
           IF XI-ACC-HOURS > XI-EXT-HOURS
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECTED - HRS > EXT' TO WS-RESULT
               GO TO KEYED-DECISION-RTN-EXIT
           END-IF.
           MOVE XI-EVALUATOR TO WS-EVALUATOR.
           MOVE 'K'          TO WS-SOURCE.
           MOVE XI-ACC-HOURS TO WS-ACC-HOURS.
           PERFORM SAVE-ARTICULATION-RTN.
           ADD 1 TO WS-KEYED-CNT.
           PERFORM POST-TRANSFER-RTN.
       KEYED-DECISION-RTN-EXIT. EXIT.

       TABLE-DECISION-RTN.
      * NO KEYED CALL - A STANDING EQUIVALENCY DECIDES IT, OR THE
      * COURSE WAITS ON FILE AS PENDING FOR AN EVALUATOR.
           MOVE XI-INST       TO ART-INST.
           MOVE XI-EXT-COURSE TO ART-EXT-COURSE.
           READ ART-FILE
               INVALID KEY MOVE '23' TO ART-RC.
           IF ART-OK
               MOVE ART-DECISION  TO WS-DECISION
               MOVE ART-EQUIV-CRS TO WS-EQUIV-CRS
               MOVE ART-EVALUATOR TO WS-EVALUATOR
               MOVE 'T'           TO WS-SOURCE
               IF ART-ACC-HOURS > XI-EXT-HOURS
                   MOVE XI-EXT-HOURS  TO WS-ACC-HOURS
               ELSE
                   MOVE ART-ACC-HOURS TO WS-ACC-HOURS
               END-IF
               ADD 1 TO ART-USE-CNT
               MOVE WS-RUN-DATE-8 TO ART-LAST-USED
               REWRITE ART-RECORD
                   INVALID KEY
                       DISPLAY 'SU41XFER ARTICULATION REWRITE FAILED '
                               ART-KEY ' STATUS=' ART-RC
               END-REWRITE
               ADD 1 TO WS-TABLE-CNT
           ELSE
               MOVE 'P'           TO WS-DECISION
               MOVE SPACE         TO WS-SOURCE
               ADD 1 TO WS-PEND-CNT
           END-IF.
           PERFORM POST-TRANSFER-RTN.
       TABLE-DECISION-RTN-EXIT. EXIT.

       SAVE-ARTICULATION-RTN.
           MOVE XI-INST       TO ART-INST.
           MOVE XI-EXT-COURSE TO ART-EXT-COURSE.
           READ ART-FILE
               INVALID KEY MOVE '23' TO ART-RC.
           IF ART-OK
               MOVE 'Y' TO ART-FOUND-SW
           ELSE
               MOVE 'N' TO ART-FOUND-SW
               MOVE SPACES TO ART-RECORD
               MOVE XI-INST       TO ART-INST
               MOVE XI-EXT-COURSE TO ART-EXT-COURSE
               MOVE 0 TO ART-USE-CNT
           END-IF.
           MOVE WS-DECISION   TO ART-DECISION.
           MOVE WS-EQUIV-CRS  TO ART-EQUIV-CRS.
           MOVE WS-ACC-HOURS  TO ART-ACC-HOURS.
           MOVE WS-EVALUATOR  TO ART-EVALUATOR.
           MOVE WS-RUN-DATE-8 TO ART-EVAL-DATE.
           MOVE WS-RUN-DATE-8 TO ART-LAST-USED.
           ADD 1 TO ART-USE-CNT.
           IF ART-FOUND
               REWRITE ART-RECORD
                   INVALID KEY
                       DISPLAY 'SU41XFER ARTICULATION REWRITE FAILED '
                               ART-KEY ' STATUS=' ART-RC
               END-REWRITE
           ELSE
               WRITE ART-RECORD
                   INVALID KEY
                       DISPLAY 'SU41XFER ARTICULATION WRITE FAILED '
                               ART-KEY ' STATUS=' ART-RC
               END-WRITE
               ADD 1 TO WS-ART-NEW-CNT
           END-IF.
       SAVE-ARTICULATION-RTN-EXIT. EXIT.

       POST-TRANSFER-RTN.
      * ONE ROW PER EXTERNAL COURSE - A LATER DECISION ON THE SAME
      * COURSE (A PENDING ROW FINALLY EVALUATED, OR A CORRECTION)
      * REPLACES THE EARLIER ONE.
           MOVE XI-SSN        TO XF-SSN.
           MOVE XI-INST       TO XF-INST.
           MOVE XI-EXT-COURSE TO XF-EXT-COURSE.
           READ XFR-FILE
               INVALID KEY MOVE '23' TO XF-RC.
           IF XF-OK
               MOVE 'Y' TO XF-FOUND-SW
           ELSE
               MOVE 'N' TO XF-FOUND-SW
               MOVE SPACES TO XFR-RECORD
               MOVE XI-SSN        TO XF-SSN
               MOVE XI-INST       TO XF-INST
               MOVE XI-EXT-COURSE TO XF-EXT-COURSE
           END-IF.
           MOVE XI-EXT-HOURS TO XF-EXT-HOURS.
           IF WS-ACC-HOURS = 0
               MOVE XI-EXT-HOURS TO WS-ACC-HOURS
           END-IF.
           EVALUATE TRUE
               WHEN DEC-CORE OR DEC-ELECTIVE
                   MOVE 'A'          TO XF-STATUS
                   MOVE WS-DECISION  TO XF-CREDIT-TYPE
                   MOVE WS-ACC-HOURS TO XF-ACC-HOURS
                   IF DEC-CORE
                       MOVE 'ACCEPTED - CORE     ' TO WS-RESULT
                   ELSE
                       MOVE 'ACCEPTED - ELECTIVE ' TO WS-RESULT
                   END-IF
               WHEN DEC-NOT-ACCEPTED
                   MOVE 'R'          TO XF-STATUS
                   MOVE SPACE        TO XF-CREDIT-TYPE
                   MOVE 0            TO XF-ACC-HOURS
                   MOVE 0            TO WS-ACC-HOURS
                   ADD 1 TO WS-NOTACC-CNT
                   MOVE 'NOT ACCEPTED        ' TO WS-RESULT
               WHEN OTHER
                   MOVE 'P'          TO XF-STATUS
                   MOVE SPACE        TO XF-CREDIT-TYPE
                   MOVE 0            TO XF-ACC-HOURS
                   MOVE 0            TO WS-ACC-HOURS
                   MOVE 'PENDING EVALUATION  ' TO WS-RESULT
           END-EVALUATE.
           MOVE WS-EQUIV-CRS  TO XF-EQUIV-CRS.
           MOVE WS-EVALUATOR  TO XF-EVALUATOR.
           MOVE WS-SOURCE     TO XF-EVAL-SOURCE.
           MOVE WS-RUN-DATE-8 TO XF-POST-DATE.
           IF XF-FOUND
               REWRITE XFR-RECORD
                   INVALID KEY
                       DISPLAY 'SU41XFER TRANSFER REWRITE FAILED SSN='
                               XF-SSN ' STATUS=' XF-RC
               END-REWRITE
           ELSE
               WRITE XFR-RECORD
                   INVALID KEY
                       DISPLAY 'SU41XFER TRANSFER WRITE FAILED SSN='
                               XF-SSN ' STATUS=' XF-RC
               END-WRITE
           END-IF.
       POST-TRANSFER-RTN-EXIT. EXIT.

       LOOKUP-COURSE-RTN.
           MOVE 'N' TO CRS-FOUND-SW.
           IF WS-CRS-CNT = 0
               GO TO LOOKUP-COURSE-RTN-EXIT
           END-IF.
           SEARCH ALL WS-CRS-TBL
               AT END CONTINUE
               WHEN TBC-ID(TBC-INDEX) = WS-EQUIV-CRS
                   MOVE 'Y' TO CRS-FOUND-SW
           END-SEARCH.
       LOOKUP-COURSE-RTN-EXIT. EXIT.

       TOTAL-TRANSFER-RTN.
      * THE ACCEPTED HOURS ARE ALWAYS RETOTALLED FROM THE WHOLE
      * TRANSFER FILE, NEVER ADDED TO LAST RUN'S FIGURE, SO A
      * RE-EVALUATION CANNOT DOUBLE-COUNT.
           MOVE 0 TO WS-CORE-HRS WS-ELEC-HRS.
           MOVE WS-CUR-SSN TO XF-SSN.
           MOVE LOW-VALUES TO XF-INST XF-EXT-COURSE.
           START XFR-FILE KEY NOT LESS THAN XF-KEY
               INVALID KEY GO TO TOTAL-TRANSFER-RTN-EXIT.
           IF NOT XF-OK
               GO TO TOTAL-TRANSFER-RTN-EXIT
           END-IF.
           MOVE 'N' TO BROWSE-DONE-SW.
           PERFORM READ-XFER-RTN THRU READ-XFER-RTN-EXIT
               UNTIL BROWSE-DONE.
           MOVE WS-CUR-SSN TO ACS-SSN.
           READ ACS-FILE
               INVALID KEY MOVE '23' TO ACS-RC.
           IF ACS-OK
               MOVE 'Y' TO ACS-FOUND-SW
           ELSE
      * A TRANSFER STUDENT NOT YET GRADED HERE GETS A SUMMARY ROW
      * WITH NO TERM AND ZERO GPA FIGURES - SU41GRDP FILLS THEM IN.
               MOVE 'N' TO ACS-FOUND-SW
               MOVE SPACES TO ACS-RECORD
               MOVE WS-CUR-SSN TO ACS-SSN
               MOVE 0 TO ACS-TERM-ATT-HRS ACS-TERM-ERN-HRS
                         ACS-TERM-QPTS ACS-TERM-GPA
                         ACS-CUM-ATT-HRS ACS-CUM-ERN-HRS
                         ACS-CUM-QPTS ACS-CUM-GPA
                         ACS-POST-DATE
           END-IF.
           MOVE WS-CORE-HRS TO ACS-XFER-CORE-HRS.
           MOVE WS-ELEC-HRS TO ACS-XFER-ELEC-HRS.
           IF ACS-FOUND
               REWRITE ACS-RECORD
                   INVALID KEY
                       DISPLAY 'SU41XFER SUMMARY REWRITE FAILED SSN='
                               WS-CUR-SSN ' STATUS=' ACS-RC
               END-REWRITE
           ELSE
               WRITE ACS-RECORD
                   INVALID KEY
                       DISPLAY 'SU41XFER SUMMARY WRITE FAILED SSN='
                               WS-CUR-SSN ' STATUS=' ACS-RC
               END-WRITE
           END-IF.
           MOVE WS-CUR-SSN  TO TL-SSN.
           MOVE WS-CORE-HRS TO TL-CORE-Z.
           MOVE WS-ELEC-HRS TO TL-ELEC-Z.
           MOVE TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
       TOTAL-TRANSFER-RTN-EXIT. EXIT.

       READ-XFER-RTN.
           READ XFR-FILE NEXT RECORD
               AT END MOVE 'Y' TO BROWSE-DONE-SW
           END-READ.
           IF BROWSE-DONE OR NOT XF-OK
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-XFER-RTN-EXIT
           END-IF.
           IF XF-SSN NOT = WS-CUR-SSN
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-XFER-RTN-EXIT
           END-IF.
           IF XF-ACCEPTED AND XF-CORE
               ADD XF-ACC-HOURS TO WS-CORE-HRS
           END-IF.
           IF XF-ACCEPTED AND XF-ELECTIVE
               ADD XF-ACC-HOURS TO WS-ELEC-HRS
           END-IF.
       READ-XFER-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
           MOVE XI-SSN        TO DL-SSN.
           MOVE XI-INST       TO DL-INST.
           MOVE XI-EXT-COURSE TO DL-EXT-COURSE.
           IF XI-EXT-HOURS NUMERIC
               MOVE XI-EXT-HOURS TO DL-EXT-HRS-Z
           ELSE
               MOVE 0 TO DL-EXT-HRS-Z
           END-IF.
           MOVE WS-RESULT     TO DL-RESULT.
           MOVE WS-EQUIV-CRS  TO DL-EQUIV.
           MOVE WS-ACC-HOURS  TO DL-ACC-HRS-Z.
           MOVE WS-EVALUATOR  TO DL-EVALUATOR.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EXTERNAL COURSES READ                   '
               TO CTL-LABEL.
           MOVE WS-IN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STUDENTS RETOTALLED                     '
               TO CTL-LABEL.
           MOVE WS-STU-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DECIDED BY EVALUATOR                    '
               TO CTL-LABEL.
           MOVE WS-KEYED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DECIDED BY ARTICULATION TABLE           '
               TO CTL-LABEL.
           MOVE WS-TABLE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'NOT ACCEPTED                            '
               TO CTL-LABEL.
           MOVE WS-NOTACC-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PENDING EVALUATION                      '
               TO CTL-LABEL.
           MOVE WS-PEND-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REJECTED INPUT                          '
               TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'NEW ARTICULATION ENTRIES                '
               TO CTL-LABEL.
           MOVE WS-ART-NEW-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-REJECT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE XIN-FILE CRS-FILE XFR-FILE ART-FILE ACS-FILE
                 OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
