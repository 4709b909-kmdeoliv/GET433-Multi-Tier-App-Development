       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41ASTD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TERM-FILE  ASSIGN TO TCFILE
                     FILE STATUS IS TERM-FS.
            SELECT CTL-FILE   ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT STCV-FILE  ASSIGN TO STVFILE
                     FILE STATUS IS STCV-FS.
            SELECT OUT-FILE   ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY ACSSLSQ.
            COPY VSAMSEL.
            COPY HOLDSEL.
            COPY LOCKSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-FILE.
           COPY TERMCTL.

       FD  CTL-FILE.
           COPY STDCTL.

      **** FORWARD-RECOVERY JOURNAL (STURCV LAYOUT) - ONE BEFORE/AFTER
      **** IMAGE PER STUDENT MASTER RECORD A SUSPENSION CHANGES *******
       FD  STCV-FILE.
       01  STCV-REC.
           COPY STURCV.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** TERM AND CUMULATIVE GPA - READ FRONT TO BACK, STANDING
      **** REWRITTEN IN PLACE ******************************************
       FD  ACS-FILE.
       01  ACS-RECORD.
           COPY ACSREC.

       COPY VSAMFD.

      **** THE SHARED HOLD MASTER - THIS RUN MAINTAINS ONLY THE
      **** ACADEMIC ('A') HOLD TYPE ************************************
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

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
      *                                * END-OF-TERM ACADEMIC STANDING.*
      *                                * EVERY ACTIVE STUDENT GRADED   *
      *                                * IN THE TERM BEING CLOSED GETS *
      *                                * GOOD, DEAN'S LIST, WARNING,   *
      *                                * PROBATION OR SUSPENSION FROM  *
      *                                * THE CONTROL-CARD THRESHOLDS.  *
      *                                * A DEFICIENT TERM ESCALATES    *
      *                                * FROM THE PRIOR STANDING - IT  *
      *                                * NEVER STARTS OVER.  A         *
      *                                * SUSPENSION PLACES AN ACADEMIC *
      *                                * HOLD AND WITHDRAWS THE        *
      *                                * STUDENT ON THE MASTER, WITH   *
      *                                * THE RECOVERY IMAGE.           *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-TERM         PIC X(6)      VALUE SPACES.
           05  WS-DEANS-GPA    PIC 9V999     VALUE 3.500.
           05  WS-DEANS-HRS    PIC 9(2)      VALUE 12.
           05  WS-GOOD-GPA     PIC 9V999     VALUE 2.000.
           05  WS-SUSP-GPA     PIC 9V999     VALUE 1.000.
           05  WS-BASE-STD     PIC X         VALUE SPACE.
           05  WS-NEW-STD      PIC X         VALUE SPACE.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOTTERM-CNT  PIC 9(7)      VALUE 0.
           05  WS-INACTIVE-CNT PIC 9(7)      VALUE 0.
           05  WS-NOMASTER-CNT PIC 9(7)      VALUE 0.
           05  WS-ASSESS-CNT   PIC 9(7)      VALUE 0.
           05  WS-CHANGE-CNT   PIC 9(7)      VALUE 0.
           05  WS-GOOD-CNT     PIC 9(7)      VALUE 0.
           05  WS-DEANS-CNT    PIC 9(7)      VALUE 0.
           05  WS-WARN-CNT     PIC 9(7)      VALUE 0.
           05  WS-PROB-CNT     PIC 9(7)      VALUE 0.
           05  WS-SUSP-CNT     PIC 9(7)      VALUE 0.
           05  WS-HOLD-CNT     PIC 9(7)      VALUE 0.
           05  WS-STU-BEFORE   PIC X(80)     VALUE SPACES.
           05  WS-STD-CODE     PIC X         VALUE SPACE.
           05  WS-STD-NAME     PIC X(12)     VALUE SPACES.
           05  TERM-FS         PIC XX        VALUE '00'.
               88  TERM-FS-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  STCV-FS         PIC XX        VALUE '00'.
               88  STCV-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  ACS-RC          PIC XX        VALUE '00'.
               88  ACS-OK                    VALUE '00'.
           05  HLD-RC          PIC XX        VALUE '00'.
               88  HLD-OK                    VALUE '00'.
               88  HLD-NOT-FOUND             VALUE '23'.

           COPY VSAMRC.

       COPY LOCKW.

       01  HDG-LINE1.
           05 FILLER          PIC X(18) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'ACADEMIC STANDING CHANGE REGISTER   '.
           05 FILLER          PIC X(06) VALUE 'TERM: '.
           05 HDG-TERM        PIC X(06).
           05 FILLER          PIC X(14) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '  SSN        NAME                 TERM  '.
           05 FILLER          PIC X(40) VALUE
                   ' CUM   FROM         TO                  '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NAME         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-TERM-GPA-Z   PIC 9.999.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CUM-GPA-Z    PIC 9.999.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FROM         PIC X(12).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-TO           PIC X(12).
           05 FILLER          PIC X(9)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-TERM-RTN.
           PERFORM GET-THRESHOLDS-RTN.
           PERFORM STANDING-RTN
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN I-O ACS-FILE.
           IF NOT ACS-OK
               DISPLAY 'SU41ASTD - ACS-FILE OPEN FAILED, STATUS='
                       ACS-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HOLD-FILE.
           IF NOT HLD-OK
               DISPLAY 'SU41ASTD - HOLD-FILE OPEN FAILED, STATUS='
                       HLD-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41ASTD - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * A SUSPENSION CHANGES THE STUDENT MASTER IN PLACE, SO THE RUN
      * TAKES THE QUIESCE LOCK THE SAME WAY SU41VBLD DOES.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41ASTD - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'VSAMSTU ' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41ASTD' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O VSAM-INFILE.
           IF NOT VSAM-SUCCESSFUL
               DISPLAY 'SU41ASTD - VSAM OPEN I-O FAILED, STATUS='
                       VSAM-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND STCV-FILE.
           IF NOT STCV-FS-OK
               DISPLAY 'SU41ASTD - STCV-FILE OPEN FAILED, STATUS='
                       STCV-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41ASTD ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           ACCEPT WS-RUN-TIME FROM TIME.
           READ ACS-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-TERM-RTN.
      * NO DEFAULT - ASSIGNING STANDING FOR THE WRONG TERM WOULD
      * ESCALATE EVERY DEFICIENT STUDENT A STEP THEY DID NOT EARN.
           OPEN INPUT TERM-FILE.
           IF NOT TERM-FS-OK
               DISPLAY 'SU41ASTD ABEND - TERM-FILE OPEN FAILED, '
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
               DISPLAY 'SU41ASTD ABEND - NO TERM-CLOSE CARD'
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
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
       GET-TERM-RTN-EXIT. EXIT.

       GET-THRESHOLDS-RTN.
      * MISSING CONTROL CARD MEANS THE DEFAULT THRESHOLDS APPLY -
      * THE SAME CONVENTION GET-THRESHOLD-RTN FOLLOWS IN SU41PGM31.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41ASTD - CTL-FILE NOT AVAILABLE, '
                       'USING DEFAULT THRESHOLDS'
           ELSE
               READ CTL-FILE
                   AT END
                       DISPLAY 'CTL-FILE EMPTY, USING DEFAULTS'
                       MOVE 'F' TO CTL-EOF-SW
               END-READ
               IF CTL-EOF-SW NOT = 'F'
                   IF STC-DEANS-GPA > 0
                       MOVE STC-DEANS-GPA TO WS-DEANS-GPA
                   END-IF
                   IF STC-DEANS-MIN-HRS > 0
                       MOVE STC-DEANS-MIN-HRS TO WS-DEANS-HRS
                   END-IF
                   IF STC-GOOD-CUM-GPA > 0
                       MOVE STC-GOOD-CUM-GPA TO WS-GOOD-GPA
                   END-IF
                   IF STC-SUSP-CUM-GPA > 0
                       MOVE STC-SUSP-CUM-GPA TO WS-SUSP-GPA
                   END-IF
               END-IF
               CLOSE CTL-FILE
           END-IF.
       GET-THRESHOLDS-RTN-EXIT. EXIT.

       STANDING-RTN.
           ADD 1 TO WS-READ-CNT.
           PERFORM ASSESS-STUDENT-RTN THRU ASSESS-STUDENT-RTN-EXIT.
           READ ACS-FILE
               AT END MOVE 'F' TO EOF-SW.
       STANDING-RTN-EXIT. EXIT.

       ASSESS-STUDENT-RTN.
      * ONLY A STUDENT GRADED IN THE TERM BEING CLOSED IS ASSESSED -
      * NO TERM RECORD, NO NEW EVIDENCE, NO CHANGE OF STANDING.
           IF ACS-TERM NOT = WS-TERM
               ADD 1 TO WS-NOTTERM-CNT
               GO TO ASSESS-STUDENT-RTN-EXIT
           END-IF.
           MOVE ACS-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           IF NOT VSAM-SUCCESSFUL
               ADD 1 TO WS-NOMASTER-CNT
               DISPLAY 'SU41ASTD - NOT ON STUDENT MASTER SSN='
                       ACS-SSN ' STATUS=' VSAM-RC
               GO TO ASSESS-STUDENT-RTN-EXIT
           END-IF.
           IF VR-ENROLL-STATUS NOT = 'A'
                   AND VR-ENROLL-STATUS NOT = SPACE
               ADD 1 TO WS-INACTIVE-CNT
               GO TO ASSESS-STUDENT-RTN-EXIT
           END-IF.
           ADD 1 TO WS-ASSESS-CNT.
      * A RERUN OF THE SAME TERM STARTS AGAIN FROM THE STANDING THE
      * FIRST RUN REPLACED, SO IT CANNOT ESCALATE TWICE.
           IF ACS-STANDING-TERM = WS-TERM
               MOVE ACS-PRIOR-STANDING TO WS-BASE-STD
           ELSE
               MOVE ACS-STANDING       TO WS-BASE-STD
           END-IF.
           IF WS-BASE-STD = SPACE
               MOVE 'G' TO WS-BASE-STD
           END-IF.
           PERFORM SET-STANDING-RTN.
           IF ACS-STANDING-TERM NOT = WS-TERM
               MOVE WS-BASE-STD TO ACS-PRIOR-STANDING
           END-IF.
           MOVE WS-NEW-STD TO ACS-STANDING.
           MOVE WS-TERM    TO ACS-STANDING-TERM.
           REWRITE ACS-RECORD
               INVALID KEY
                   DISPLAY 'SU41ASTD SUMMARY REWRITE FAILED SSN='
                           ACS-SSN ' STATUS=' ACS-RC
           END-REWRITE.
           EVALUATE WS-NEW-STD
               WHEN 'D'
                   ADD 1 TO WS-DEANS-CNT
               WHEN 'W'
                   ADD 1 TO WS-WARN-CNT
               WHEN 'P'
                   ADD 1 TO WS-PROB-CNT
               WHEN 'S'
                   ADD 1 TO WS-SUSP-CNT
                   PERFORM SUSPEND-STUDENT-RTN
               WHEN OTHER
                   ADD 1 TO WS-GOOD-CNT
           END-EVALUATE.
           IF WS-NEW-STD NOT = WS-BASE-STD
               ADD 1 TO WS-CHANGE-CNT
               PERFORM WRITE-CHANGE-RTN
           END-IF.
       ASSESS-STUDENT-RTN-EXIT. EXIT.

       SET-STANDING-RTN.
      * DEFICIENT MEANS A CUMULATIVE GPA UNDER THE GOOD-STANDING
      * LINE.  EACH DEFICIENT TERM MOVES ONE STEP UP THE LADDER FROM
      * WHERE THE STUDENT ALREADY STOOD; A STUDENT ON WARNING WHO HAS
      * FALLEN UNDER THE SUSPENSION FLOOR SKIPS PROBATION.  A STUDENT
      * BACK OVER THE LINE RETURNS TO GOOD STANDING (OR DEAN'S LIST).
           IF ACS-CUM-GPA < WS-GOOD-GPA
               EVALUATE WS-BASE-STD
                   WHEN 'W'
                       IF ACS-CUM-GPA < WS-SUSP-GPA
                           MOVE 'S' TO WS-NEW-STD
                       ELSE
                           MOVE 'P' TO WS-NEW-STD
                       END-IF
                   WHEN 'P'
                       MOVE 'S' TO WS-NEW-STD
                   WHEN 'S'
                       MOVE 'S' TO WS-NEW-STD
                   WHEN OTHER
                       MOVE 'W' TO WS-NEW-STD
               END-EVALUATE
           ELSE
               IF ACS-TERM-GPA NOT < WS-DEANS-GPA
                       AND ACS-TERM-ATT-HRS NOT < WS-DEANS-HRS
                   MOVE 'D' TO WS-NEW-STD
               ELSE
                   MOVE 'G' TO WS-NEW-STD
               END-IF
           END-IF.
       SET-STANDING-RTN-EXIT. EXIT.

       SUSPEND-STUDENT-RTN.
      * THE ACADEMIC HOLD KEEPS REGISTRATION CLOSED UNTIL THE DEAN
      * READMITS; THE MASTER GOES TO WITHDRAWN, THE LIFECYCLE STATE
      * READMISSION ALREADY RETURNS FROM.
           MOVE ACS-SSN TO HLD-SSN.
           MOVE 'A'     TO HLD-TYPE.
           READ HOLD-FILE
               INVALID KEY MOVE '23' TO HLD-RC.
           IF HLD-NOT-FOUND
               MOVE SPACES TO HOLD-RECORD
               MOVE ACS-SSN TO HLD-SSN
               MOVE 'A'     TO HLD-TYPE
               MOVE 'ACADEMIC SUSPENSION          ' TO HLD-REASON
               MOVE 'SU41ASTD' TO HLD-PLACED-BY
               MOVE WS-RUN-DATE-8 TO HLD-PLACED-DATE
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY 'SU41ASTD HOLD WRITE FAILED SSN='
                               ACS-SSN ' STATUS=' HLD-RC
               END-WRITE
               ADD 1 TO WS-HOLD-CNT
           END-IF.
           MOVE VSAM-REC TO WS-STU-BEFORE.
           MOVE 'W' TO VR-ENROLL-STATUS.
           MOVE 'BATCH   '    TO VR-LAST-CHANGED-USERID.
           MOVE WS-RUN-DATE-8 TO VR-LAST-CHANGED-DATE.
           MOVE WS-RUN-TIME(1:6) TO VR-LAST-CHANGED-TIME.
           REWRITE VSAM-REC
               INVALID KEY
                   DISPLAY 'SU41ASTD MASTER REWRITE FAILED SSN='
                           ACS-SSN ' STATUS=' VSAM-RC
           END-REWRITE.
           IF VSAM-SUCCESSFUL
               PERFORM WRITE-STU-RECOVERY-RTN
           END-IF.
       SUSPEND-STUDENT-RTN-EXIT. EXIT.

       WRITE-STU-RECOVERY-RTN.
           MOVE 'U'              TO RCS-ACTION.
           MOVE WS-RUN-DATE-8    TO RCS-DATE.
           MOVE WS-RUN-TIME(1:6) TO RCS-TIME.
           MOVE 'BATCH   '       TO RCS-USERID.
           MOVE 'SU41ASTD'       TO RCS-PROGRAM.
           MOVE ACS-SSN          TO RCS-SSN.
           MOVE WS-STU-BEFORE    TO RCS-BEFORE-IMAGE.
           MOVE VSAM-REC         TO RCS-AFTER-IMAGE.
           WRITE STCV-REC.
       WRITE-STU-RECOVERY-RTN-EXIT. EXIT.

       WRITE-CHANGE-RTN.
           MOVE ACS-SSN      TO DL-SSN.
           MOVE VR-NAME      TO DL-NAME.
           MOVE ACS-TERM-GPA TO DL-TERM-GPA-Z.
           MOVE ACS-CUM-GPA  TO DL-CUM-GPA-Z.
           MOVE WS-BASE-STD  TO WS-STD-CODE.
           PERFORM NAME-STANDING-RTN.
           MOVE WS-STD-NAME  TO DL-FROM.
           MOVE WS-NEW-STD   TO WS-STD-CODE.
           PERFORM NAME-STANDING-RTN.
           MOVE WS-STD-NAME  TO DL-TO.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CHANGE-RTN-EXIT. EXIT.

       NAME-STANDING-RTN.
           EVALUATE WS-STD-CODE
               WHEN 'D'
                   MOVE 'DEANS LIST  ' TO WS-STD-NAME
               WHEN 'W'
                   MOVE 'WARNING     ' TO WS-STD-NAME
               WHEN 'P'
                   MOVE 'PROBATION   ' TO WS-STD-NAME
               WHEN 'S'
                   MOVE 'SUSPENDED   ' TO WS-STD-NAME
               WHEN OTHER
                   MOVE 'GOOD        ' TO WS-STD-NAME
           END-EVALUATE.
       NAME-STANDING-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SUMMARY RECORDS READ                    '
               TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'NOT GRADED IN THIS TERM                 '
               TO CTL-LABEL.
           MOVE WS-NOTTERM-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'NOT ACTIVE ON STUDENT MASTER            '
               TO CTL-LABEL.
           MOVE WS-INACTIVE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'NOT ON STUDENT MASTER                   '
               TO CTL-LABEL.
           MOVE WS-NOMASTER-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STUDENTS ASSESSED                       '
               TO CTL-LABEL.
           MOVE WS-ASSESS-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  GOOD STANDING                         '
               TO CTL-LABEL.
           MOVE WS-GOOD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  DEANS LIST                            '
               TO CTL-LABEL.
           MOVE WS-DEANS-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  ACADEMIC WARNING                      '
               TO CTL-LABEL.
           MOVE WS-WARN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  ACADEMIC PROBATION                    '
               TO CTL-LABEL.
           MOVE WS-PROB-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '  ACADEMIC SUSPENSION                   '
               TO CTL-LABEL.
           MOVE WS-SUSP-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STANDING CHANGES                        '
               TO CTL-LABEL.
           MOVE WS-CHANGE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACADEMIC HOLDS PLACED                   '
               TO CTL-LABEL.
           MOVE WS-HOLD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-NOMASTER-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE ACS-FILE HOLD-FILE OUT-FILE VSAM-INFILE STCV-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
