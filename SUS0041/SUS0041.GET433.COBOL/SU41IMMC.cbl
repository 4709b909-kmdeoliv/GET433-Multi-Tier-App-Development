       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41IMMC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE   ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT CAL-FILE   ASSIGN TO CALFILE
                     FILE STATUS IS CAL-FS.
            SELECT ICT-FILE   ASSIGN TO ICFILE
                     FILE STATUS IS ICT-FS.
            SELECT FEED-FILE  ASSIGN TO HLTHFEED
                     FILE STATUS IS FEED-FS.
            SELECT IN-FILE    ASSIGN TO IFILE
                     FILE STATUS IS IN-FS.
            SELECT OUT-FILE   ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT ERR-FILE   ASSIGN TO EFILE
                     FILE STATUS IS ERR-FS.
            COPY VSAMSEL.
            COPY HOLDSEL.
            COPY IMMSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** TERM CONTROL CARD - THE TERM WHOSE START DATE COMPLIANCE IS
      **** MEASURED AGAINST, IN CAL-TERM FORM **************************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-TERM       PIC X(6).
           05  FILLER         PIC X(74).

       FD  CAL-FILE.
           COPY CALCTL.

       FD  ICT-FILE.
           COPY IMMCTL.

      **** HEALTH CENTER IMMUNIZATION FEED - ONE RECORD PER STUDENT
      **** PER VACCINE.  HF-ACTION 'D' REMOVES A RECORD KEYED IN
      **** ERROR; ANYTHING ELSE ADDS OR REPLACES IT. *******************
       FD  FEED-FILE.
       01  FEED-REC.
           05  HF-SSN         PIC 9(9).
           05  HF-VACCINE     PIC X(4).
           05  HF-DOSES       PIC 9(2).
           05  HF-DOSE-DATE   PIC 9(8).
           05  HF-EXEMPTION   PIC X(1).
           05  HF-ACTION      PIC X(1).
               88  HF-DELETE             VALUE 'D'.
           05  FILLER         PIC X(55).

       FD  IN-FILE.
       01  IN-REC.
           05  IN-NAME        PIC X(20).
           05  IN-ADDRESS     PIC X(20).
           05  IN-SSN         PIC 9(9).
           05  IN-CREDITS     PIC 99.
           05  IN-YR-GRAD     PIC 9(4).
           05  IN-RESIDENCY   PIC X(1).
           05  IN-STATUS      PIC X(1).
           05  FILLER         PIC X(23).

      **** COMPLIANCE ROSTER FOR THE HEALTH CENTER - ONE LINE PER
      **** VACCINE A STUDENT STILL OWES, AND ONE PER HOLD RELEASED ****
       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** FEED EXCEPTIONS - ONE LINE PER FEED RECORD NOT LOADED ******
       FD  ERR-FILE.
       01  ERR-REC            PIC X(80).

       COPY VSAMFD.

      **** THE SHARED HOLD MASTER - THIS RUN MAINTAINS ONLY ITS OWN
      **** IMMUNIZATION ('M') HOLD TYPE *******************************
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

       FD  IMM-FILE.
       01  IMM-RECORD.
           COPY IMMREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * PRE-TERM IMMUNIZATION         *
      *                                * COMPLIANCE.  LOADS THE HEALTH *
      *                                * CENTER'S FEED ONTO THE        *
      *                                * IMMFILE CLUSTER, THEN         *
      *                                * MEASURES EVERY STUDENT ON THE *
      *                                * REGISTRAR ROSTER AGAINST THE  *
      *                                * VACCINES THE COMPLIANCE TABLE *
      *                                * REQUIRES FOR THE STUDENT'S    *
      *                                * RESIDENCY, AS OF THE TERM     *
      *                                * START ON CALCTL.  A STUDENT   *
      *                                * STILL OWING A VACCINE GETS AN *
      *                                * 'M' HOLD; ONE WHO HAS CAUGHT  *
      *                                * UP HAS THE HOLD RELEASED.     *
      *                                * THE ROSTER GOES TO THE HEALTH *
      *                                * CENTER.                       *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  CAL-EOF-SW      PIC X         VALUE SPACES.
           05  ICT-EOF-SW      PIC X         VALUE SPACES.
           05  FEED-EOF-SW     PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-TERM         PIC X(6)      VALUE SPACES.
           05  WS-NEXT-START   PIC 9(8)      VALUE 0.
           05  WS-TERM-START   PIC 9(8)      VALUE 0.
           05  WS-RESIDENCY    PIC X         VALUE SPACE.
           05  WS-EXPIRE-DATE  PIC 9(8)      VALUE 0.
           05  WS-EXPIRE-R     REDEFINES WS-EXPIRE-DATE.
               10  WS-EXP-YYYY PIC 9(4).
               10  WS-EXP-MM   PIC 9(2).
               10  WS-EXP-DD   PIC 9(2).
           05  WS-MONTH-NO     PIC 9(7)      VALUE 0.
           05  WS-ICT-MAX      PIC 9(2)      VALUE 50.
           05  WS-ICT-CNT      PIC 9(2)      VALUE 0.
           05  ICT-SUB         PIC 9(2)      VALUE 0.
           05  WS-CAL-MAX      PIC 9(2)      VALUE 10.
           05  WS-CAL-CNT      PIC 9(2)      VALUE 0.
           05  WS-MAIN-SUB     PIC 9(2)      VALUE 0.
           05  WS-CAL-SUB      PIC 9(2)      VALUE 0.
           05  CAL-SUB         PIC 9(2)      VALUE 0.
           05  WS-MISS-CNT     PIC 9(2)      VALUE 0.
           05  MISS-SUB        PIC 9(2)      VALUE 0.
           05  WS-ACTION       PIC X(13)     VALUE SPACES.
           05  VACCINE-SW      PIC X         VALUE 'N'.
               88  VACCINE-KNOWN             VALUE 'Y'.
           05  WS-FEED-CNT     PIC 9(7)      VALUE 0.
           05  WS-LOADED-CNT   PIC 9(7)      VALUE 0.
           05  WS-REMOVED-CNT  PIC 9(7)      VALUE 0.
           05  WS-FEED-ERR-CNT PIC 9(7)      VALUE 0.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOMASTER-CNT PIC 9(7)      VALUE 0.
           05  WS-INACTIVE-CNT PIC 9(7)      VALUE 0.
           05  WS-COMPLY-CNT   PIC 9(7)      VALUE 0.
           05  WS-SHORT-CNT    PIC 9(7)      VALUE 0.
           05  WS-PLACED-CNT   PIC 9(7)      VALUE 0.
           05  WS-KEPT-CNT     PIC 9(7)      VALUE 0.
           05  WS-RELEASE-CNT  PIC 9(7)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  CAL-FS          PIC XX        VALUE '00'.
               88  CAL-FS-OK                 VALUE '00'.
           05  ICT-FS          PIC XX        VALUE '00'.
               88  ICT-FS-OK                 VALUE '00'.
           05  FEED-FS         PIC XX        VALUE '00'.
               88  FEED-FS-OK                VALUE '00'.
           05  IN-FS           PIC XX        VALUE '00'.
               88  IN-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  ERR-FS          PIC XX        VALUE '00'.
               88  ERR-FS-OK                 VALUE '00'.
           05  HLD-RC          PIC XX        VALUE '00'.
               88  HLD-OK                    VALUE '00'.
               88  HLD-NOT-FOUND             VALUE '23'.
           05  IMM-RC          PIC XX        VALUE '00'.
               88  IMM-OK                    VALUE '00'.
               88  IMM-NOT-FOUND             VALUE '23'.

           COPY VSAMRC.

      **** COMPLIANCE TABLE, ONE ROW PER VACCINE PER RESIDENCY ********
       01  WS-ICT-AREA.
           05  WS-ICT-TBL OCCURS 50 TIMES.
             10  IT-RESIDENCY     PIC X(1).
             10  IT-VACCINE       PIC X(4).
             10  IT-NAME          PIC X(20).
             10  IT-DOSES         PIC 9(2).
             10  IT-VALID-MONTHS  PIC 9(3).

      **** THE TERM'S CALENDAR ROWS, ONE PER CAMPUS ******************
       01  WS-CAL-AREA.
           05  WS-CAL-TBL OCCURS 10 TIMES.
             10  CT-CAMPUS        PIC X(1).
             10  CT-START-DATE    PIC 9(8).

      **** VACCINES THE CURRENT STUDENT STILL OWES ********************
       01  WS-MISS-AREA.
           05  WS-MISS-TBL OCCURS 50 TIMES.
             10  MS-NAME          PIC X(20).
             10  MS-STATUS        PIC X(12).

       01  WS-HOLD-REASON.
           05  FILLER          PIC X(15) VALUE 'IMMUNIZATION - '.
           05  HR-NAME         PIC X(15).

       01  HDG-LINE1.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(46) VALUE
                   'IMMUNIZATION COMPLIANCE ROSTER     TERM START '.
           05 HDG-START       PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HDG-TERM        PIC X(6).
           05 FILLER          PIC X(5)  VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'SSN       NAME                 R  VACCIN'.
           05 FILLER          PIC X(40) VALUE
                   'E              STATUS       ACTION      '.

       01  DETAIL-LINE.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-RESIDENCY    PIC X(1).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-VACCINE      PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-STATUS       PIC X(12).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ACTION       PIC X(13).

       01  EHDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'IMMUNIZATION FEED EXCEPTIONS - NOT LOADE'.
           05 FILLER          PIC X(40) VALUE
                   'D                                       '.

       01  ERR-LINE.
           05 EL-SSN          PIC X(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-VACCINE      PIC X(4).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 EL-REASON       PIC X(40).
           05 FILLER          PIC X(23) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-COMPLIANCE-RTN.
           PERFORM GET-TERM-RTN THRU GET-TERM-RTN-EXIT.
           PERFORM LOAD-CALENDAR-RTN.
           PERFORM APPLY-FEED-RTN THRU APPLY-FEED-RTN-EXIT.
           PERFORM COMPLIANCE-RTN
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT IN-FILE.
           IF NOT IN-FS-OK
               DISPLAY 'SU41IMMC - IN-FILE OPEN FAILED, STATUS='
                       IN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VSAM-INFILE.
           IF NOT VSAM-SUCCESSFUL
               DISPLAY 'SU41IMMC - VSAM-INFILE OPEN FAILED, STATUS='
                       VSAM-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HOLD-FILE.
           IF NOT HLD-OK
               DISPLAY 'SU41IMMC - HOLD-FILE OPEN FAILED, STATUS='
                       HLD-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O IMM-FILE.
           IF NOT IMM-OK
               DISPLAY 'SU41IMMC - IMM-FILE OPEN FAILED, STATUS='
                       IMM-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41IMMC - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT ERR-FILE.
           IF NOT ERR-FS-OK
               DISPLAY 'SU41IMMC - ERR-FILE OPEN FAILED, STATUS='
                       ERR-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41IMMC ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE EHDG-LINE TO ERR-REC.
           WRITE ERR-REC.
           MOVE SPACES TO ERR-REC.
           WRITE ERR-REC.
           READ IN-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-COMPLIANCE-RTN.
      * NO COMPLIANCE TABLE, NO RULE TO MEASURE AGAINST - PLACING OR
      * LIFTING HOLDS WITHOUT ONE WOULD BE GUESSWORK.
           OPEN INPUT ICT-FILE.
           IF NOT ICT-FS-OK
               DISPLAY 'SU41IMMC ABEND - COMPLIANCE TABLE OPEN '
                       'FAILED, STATUS=' ICT-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ ICT-FILE
               AT END MOVE 'F' TO ICT-EOF-SW.
           PERFORM LOAD-ICT-ROW-RTN
               UNTIL ICT-EOF-SW = 'F' OR WS-ICT-CNT >= WS-ICT-MAX.
           CLOSE ICT-FILE.
           IF WS-ICT-CNT = 0
               DISPLAY 'SU41IMMC ABEND - COMPLIANCE TABLE EMPTY'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       LOAD-COMPLIANCE-RTN-EXIT. EXIT.

       LOAD-ICT-ROW-RTN.
           ADD 1 TO WS-ICT-CNT.
           MOVE IC-RESIDENCY    TO IT-RESIDENCY(WS-ICT-CNT).
           MOVE IC-VACCINE      TO IT-VACCINE(WS-ICT-CNT).
           MOVE IC-VACCINE-NAME TO IT-NAME(WS-ICT-CNT).
           MOVE IC-DOSES        TO IT-DOSES(WS-ICT-CNT).
           MOVE IC-VALID-MONTHS TO IT-VALID-MONTHS(WS-ICT-CNT).
           READ ICT-FILE
               AT END MOVE 'F' TO ICT-EOF-SW.
       LOAD-ICT-ROW-RTN-EXIT. EXIT.

       GET-TERM-RTN.
      * THE RUN IS MADE AHEAD OF THE TERM, SO A MISSING CARD MEANS THE
      * NEXT MAIN-CAMPUS TERM TO START AFTER THE RUN DATE.
           OPEN INPUT CTL-FILE.
           IF CTL-FS-OK
               READ CTL-FILE
                   AT END MOVE SPACES TO CTL-TERM
               END-READ
               MOVE CTL-TERM TO WS-TERM
               CLOSE CTL-FILE
           END-IF.
           IF WS-TERM NOT = SPACES
               GO TO GET-TERM-RTN-EXIT
           END-IF.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FS-OK
               DISPLAY 'SU41IMMC - ACADEMIC CALENDAR NOT AVAILABLE, '
                       'STATUS=' CAL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
           PERFORM NEXT-TERM-RTN
               UNTIL CAL-EOF-SW = 'F'.
           CLOSE CAL-FILE.
           MOVE SPACES TO CAL-EOF-SW.
           DISPLAY 'SU41IMMC - NO TERM CARD, USING NEXT TERM '
                   WS-TERM.
       GET-TERM-RTN-EXIT. EXIT.

       NEXT-TERM-RTN.
           IF CAL-CAMPUS = SPACE
                   AND CAL-START-DATE > WS-RUN-DATE-8
                   AND (WS-NEXT-START = 0
                        OR CAL-START-DATE < WS-NEXT-START)
               MOVE CAL-START-DATE TO WS-NEXT-START
               MOVE CAL-TERM       TO WS-TERM
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
       NEXT-TERM-RTN-EXIT. EXIT.

       LOAD-CALENDAR-RTN.
      * EVERY CAMPUS ROW FOR THE TERM - A CAMPUS THAT STARTS ON ITS
      * OWN DATE IS MEASURED AGAINST IT.  NO MAIN-CAMPUS ROW MEANS THE
      * TERM IS NOT ON THE CALENDAR.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FS-OK
               DISPLAY 'SU41IMMC - ACADEMIC CALENDAR NOT AVAILABLE, '
                       'STATUS=' CAL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
           PERFORM LOAD-CAL-ROW-RTN
               UNTIL CAL-EOF-SW = 'F'.
           CLOSE CAL-FILE.
           IF WS-MAIN-SUB = 0
               DISPLAY 'SU41IMMC ABEND - TERM ' WS-TERM
                       ' NOT ON THE ACADEMIC CALENDAR'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE CT-START-DATE(WS-MAIN-SUB) TO HDG-START.
           MOVE WS-TERM TO HDG-TERM.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
       LOAD-CALENDAR-RTN-EXIT. EXIT.

       LOAD-CAL-ROW-RTN.
           IF CAL-TERM = WS-TERM
               IF WS-CAL-CNT >= WS-CAL-MAX
                   DISPLAY 'SU41IMMC ABEND - CALENDAR TABLE FULL AT '
                           WS-CAL-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CAL-FILE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-CAMPUS     TO CT-CAMPUS(WS-CAL-CNT)
               MOVE CAL-START-DATE TO CT-START-DATE(WS-CAL-CNT)
               IF CAL-CAMPUS = SPACE
                   MOVE WS-CAL-CNT TO WS-MAIN-SUB
               END-IF
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
       LOAD-CAL-ROW-RTN-EXIT. EXIT.

       APPLY-FEED-RTN.
      * NO FEED IS NORMAL WHEN THE HEALTH CENTER HAS SENT NOTHING NEW -
      * COMPLIANCE IS STILL MEASURED ON WHAT IS ALREADY ON FILE.
           OPEN INPUT FEED-FILE.
           IF NOT FEED-FS-OK
               DISPLAY 'SU41IMMC - NO HEALTH CENTER FEED, NONE LOADED'
               GO TO APPLY-FEED-RTN-EXIT
           END-IF.
           READ FEED-FILE
               AT END MOVE 'F' TO FEED-EOF-SW.
           PERFORM APPLY-FEED-REC-RTN
               UNTIL FEED-EOF-SW = 'F'.
           CLOSE FEED-FILE.
       APPLY-FEED-RTN-EXIT. EXIT.

       APPLY-FEED-REC-RTN.
           ADD 1 TO WS-FEED-CNT.
           PERFORM LOAD-IMMUNIZATION-RTN
               THRU LOAD-IMMUNIZATION-RTN-EXIT.
           READ FEED-FILE
               AT END MOVE 'F' TO FEED-EOF-SW.
       APPLY-FEED-REC-RTN-EXIT. EXIT.

       LOAD-IMMUNIZATION-RTN.
           MOVE SPACES TO ERR-LINE.
           MOVE FEED-REC(1:9) TO EL-SSN.
           MOVE HF-VACCINE    TO EL-VACCINE.
           IF HF-SSN NOT NUMERIC
               MOVE 'SSN NOT NUMERIC' TO EL-REASON
               GO TO FEED-REJECT-RTN
           END-IF.
           MOVE 'N' TO VACCINE-SW.
           PERFORM MATCH-VACCINE-RTN
               VARYING ICT-SUB FROM 1 BY 1
               UNTIL ICT-SUB > WS-ICT-CNT.
           IF NOT VACCINE-KNOWN
               MOVE 'VACCINE NOT IN COMPLIANCE TABLE' TO EL-REASON
               GO TO FEED-REJECT-RTN
           END-IF.
           MOVE HF-SSN     TO IMM-SSN.
           MOVE HF-VACCINE TO IMM-VACCINE.
           READ IMM-FILE
               INVALID KEY MOVE '23' TO IMM-RC.
           IF HF-DELETE
               IF NOT IMM-OK
                   MOVE 'DELETE - NOTHING ON FILE' TO EL-REASON
                   GO TO FEED-REJECT-RTN
               END-IF
               DELETE IMM-FILE RECORD
                   INVALID KEY
                       DISPLAY 'SU41IMMC IMM DELETE FAILED SSN='
                               HF-SSN ' STATUS=' IMM-RC
               END-DELETE
               ADD 1 TO WS-REMOVED-CNT
               GO TO LOAD-IMMUNIZATION-RTN-EXIT
           END-IF.
           IF HF-EXEMPTION NOT = SPACE AND HF-EXEMPTION NOT = 'M'
                   AND HF-EXEMPTION NOT = 'R'
               MOVE 'EXEMPTION CODE NOT M/R/BLANK' TO EL-REASON
               GO TO FEED-REJECT-RTN
           END-IF.
           IF HF-DOSES NOT NUMERIC
               MOVE 'DOSE COUNT NOT NUMERIC' TO EL-REASON
               GO TO FEED-REJECT-RTN
           END-IF.
           IF HF-DOSE-DATE NOT NUMERIC
               MOVE 'DOSE DATE NOT NUMERIC' TO EL-REASON
               GO TO FEED-REJECT-RTN
           END-IF.
           MOVE HF-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           IF NOT VSAM-SUCCESSFUL
               MOVE 'NOT ON STUDENT MASTER' TO EL-REASON
               GO TO FEED-REJECT-RTN
           END-IF.
           MOVE HF-DOSES      TO IMM-DOSES.
           MOVE HF-DOSE-DATE  TO IMM-LAST-DOSE-DATE.
           MOVE HF-EXEMPTION  TO IMM-EXEMPTION.
           MOVE WS-RUN-DATE-8 TO IMM-RECEIVED-DATE.
           MOVE 'SU41IMMC'    TO IMM-LOADED-BY.
           IF IMM-OK
               REWRITE IMM-RECORD
                   INVALID KEY
                       DISPLAY 'SU41IMMC IMM REWRITE FAILED SSN='
                               HF-SSN ' STATUS=' IMM-RC
               END-REWRITE
           ELSE
               MOVE SPACES TO IMM-RECORD
               MOVE HF-SSN        TO IMM-SSN
               MOVE HF-VACCINE    TO IMM-VACCINE
               MOVE HF-DOSES      TO IMM-DOSES
               MOVE HF-DOSE-DATE  TO IMM-LAST-DOSE-DATE
               MOVE HF-EXEMPTION  TO IMM-EXEMPTION
               MOVE WS-RUN-DATE-8 TO IMM-RECEIVED-DATE
               MOVE 'SU41IMMC'    TO IMM-LOADED-BY
               WRITE IMM-RECORD
                   INVALID KEY
                       DISPLAY 'SU41IMMC IMM WRITE FAILED SSN='
                               HF-SSN ' STATUS=' IMM-RC
               END-WRITE
           END-IF.
           ADD 1 TO WS-LOADED-CNT.
           GO TO LOAD-IMMUNIZATION-RTN-EXIT.

       FEED-REJECT-RTN.
           ADD 1 TO WS-FEED-ERR-CNT.
           MOVE ERR-LINE TO ERR-REC.
           WRITE ERR-REC.
       LOAD-IMMUNIZATION-RTN-EXIT. EXIT.

       MATCH-VACCINE-RTN.
           IF IT-VACCINE(ICT-SUB) = HF-VACCINE
               MOVE 'Y' TO VACCINE-SW
           END-IF.
       MATCH-VACCINE-RTN-EXIT. EXIT.

       COMPLIANCE-RTN.
           ADD 1 TO WS-READ-CNT.
           PERFORM ASSESS-STUDENT-RTN THRU ASSESS-STUDENT-RTN-EXIT.
           READ IN-FILE
               AT END MOVE 'F' TO EOF-SW.
       COMPLIANCE-RTN-EXIT. EXIT.

       ASSESS-STUDENT-RTN.
           MOVE IN-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           IF NOT VSAM-SUCCESSFUL
               ADD 1 TO WS-NOMASTER-CNT
               DISPLAY 'SU41IMMC - NOT ON STUDENT MASTER SSN='
                       IN-SSN ' STATUS=' VSAM-RC
               MOVE 8 TO RETURN-CODE
               GO TO ASSESS-STUDENT-RTN-EXIT
           END-IF.
      * GRADUATED AND WITHDRAWN STUDENTS ARE NOT ATTENDING; A STUDENT
      * ON LEAVE IS MEASURED WHEN THE LEAVE ENDS.
           IF VR-ENROLL-STATUS NOT = 'A'
                   AND VR-ENROLL-STATUS NOT = SPACE
               ADD 1 TO WS-INACTIVE-CNT
               GO TO ASSESS-STUDENT-RTN-EXIT
           END-IF.
      * A BLANK RESIDENCY IS IN-STATE, THE CONVENTION THE ENROLLMENT
      * EDIT (SU41PGM38) FOLLOWS.
           IF VR-RESIDENCY = SPACE
               MOVE 'I' TO WS-RESIDENCY
           ELSE
               MOVE VR-RESIDENCY TO WS-RESIDENCY
           END-IF.
           PERFORM FIND-CAMPUS-TERM-RTN.
           MOVE CT-START-DATE(WS-CAL-SUB) TO WS-TERM-START.
           MOVE 0 TO WS-MISS-CNT.
           PERFORM CHECK-VACCINE-RTN THRU CHECK-VACCINE-RTN-EXIT
               VARYING ICT-SUB FROM 1 BY 1
               UNTIL ICT-SUB > WS-ICT-CNT.
           PERFORM UPDATE-HOLD-RTN.
       ASSESS-STUDENT-RTN-EXIT. EXIT.

       FIND-CAMPUS-TERM-RTN.
      * A CAMPUS WITH NO CALENDAR ROW OF ITS OWN RUNS ON THE MAIN
      * CAMPUS TERM - THE CALCTL FALLBACK.
           MOVE WS-MAIN-SUB TO WS-CAL-SUB.
           IF VR-CAMPUS NOT = SPACE AND VR-CAMPUS NOT = 'M'
               PERFORM MATCH-CAMPUS-RTN
                   VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > WS-CAL-CNT
           END-IF.
       FIND-CAMPUS-TERM-RTN-EXIT. EXIT.

       MATCH-CAMPUS-RTN.
           IF CT-CAMPUS(CAL-SUB) = VR-CAMPUS
               MOVE CAL-SUB TO WS-CAL-SUB
           END-IF.
       MATCH-CAMPUS-RTN-EXIT. EXIT.

       CHECK-VACCINE-RTN.
      * AN EXEMPTION ON FILE SATISFIES THE VACCINE.  OTHERWISE THE
      * STUDENT NEEDS THE REQUIRED DOSES, AND WHERE THE VACCINE LAPSES
      * THE LAST DOSE MUST STILL BE GOOD ON THE FIRST DAY OF TERM.
           IF IT-RESIDENCY(ICT-SUB) NOT = '*'
                   AND IT-RESIDENCY(ICT-SUB) NOT = WS-RESIDENCY
               GO TO CHECK-VACCINE-RTN-EXIT
           END-IF.
           MOVE IN-SSN               TO IMM-SSN.
           MOVE IT-VACCINE(ICT-SUB)  TO IMM-VACCINE.
           READ IMM-FILE
               INVALID KEY MOVE '23' TO IMM-RC.
           IF NOT IMM-OK
               MOVE 'MISSING     ' TO MS-STATUS(WS-MISS-CNT + 1)
               GO TO CHECK-VACCINE-OWED-RTN
           END-IF.
           IF IMM-EXEMPT
               GO TO CHECK-VACCINE-RTN-EXIT
           END-IF.
           IF IMM-DOSES < IT-DOSES(ICT-SUB)
               MOVE 'SHORT DOSES ' TO MS-STATUS(WS-MISS-CNT + 1)
               GO TO CHECK-VACCINE-OWED-RTN
           END-IF.
           IF IT-VALID-MONTHS(ICT-SUB) = 0
               GO TO CHECK-VACCINE-RTN-EXIT
           END-IF.
           MOVE IMM-LAST-DOSE-DATE TO WS-EXPIRE-DATE.
           COMPUTE WS-MONTH-NO = WS-EXP-YYYY * 12 + WS-EXP-MM - 1
                               + IT-VALID-MONTHS(ICT-SUB).
           DIVIDE WS-MONTH-NO BY 12 GIVING WS-EXP-YYYY
               REMAINDER WS-EXP-MM.
           ADD 1 TO WS-EXP-MM.
           IF WS-EXPIRE-DATE >= WS-TERM-START
               GO TO CHECK-VACCINE-RTN-EXIT
           END-IF.
           MOVE 'LAPSED      ' TO MS-STATUS(WS-MISS-CNT + 1).

       CHECK-VACCINE-OWED-RTN.
           ADD 1 TO WS-MISS-CNT.
           MOVE IT-NAME(ICT-SUB) TO MS-NAME(WS-MISS-CNT).
       CHECK-VACCINE-RTN-EXIT. EXIT.

       UPDATE-HOLD-RTN.
      * ONLY THE IMMUNIZATION HOLD TYPE IS OURS TO PLACE OR LIFT - THE
      * KEYED READ GOES STRAIGHT TO THE 'M' ROW FOR THIS SSN, THE SAME
      * WAY SU41PGM31 KEEPS TO ITS 'F' ROW.
           MOVE IN-SSN TO HLD-SSN.
           MOVE 'M'    TO HLD-TYPE.
           READ HOLD-FILE
               INVALID KEY MOVE '23' TO HLD-RC.
           EVALUATE TRUE
               WHEN WS-MISS-CNT > 0 AND HLD-NOT-FOUND
                   PERFORM PLACE-HOLD-RTN
               WHEN WS-MISS-CNT > 0 AND HLD-OK
      * STILL OWES A VACCINE - THE HOLD SIMPLY STAYS.
                   ADD 1 TO WS-SHORT-CNT
                   ADD 1 TO WS-KEPT-CNT
                   MOVE 'HOLD KEPT    ' TO WS-ACTION
                   PERFORM WRITE-OWED-RTN
               WHEN HLD-OK
                   PERFORM RELEASE-HOLD-RTN
               WHEN OTHER
                   ADD 1 TO WS-COMPLY-CNT
           END-EVALUATE.
       UPDATE-HOLD-RTN-EXIT. EXIT.

       PLACE-HOLD-RTN.
           ADD 1 TO WS-SHORT-CNT.
           ADD 1 TO WS-PLACED-CNT.
           MOVE MS-NAME(1) TO HR-NAME.
           MOVE SPACES TO HOLD-RECORD.
           MOVE IN-SSN TO HLD-SSN.
           MOVE 'M'    TO HLD-TYPE.
           MOVE WS-HOLD-REASON TO HLD-REASON.
           MOVE 'SU41IMMC' TO HLD-PLACED-BY.
           MOVE WS-RUN-DATE-8 TO HLD-PLACED-DATE.
           WRITE HOLD-RECORD
               INVALID KEY
                   DISPLAY 'SU41IMMC HOLD WRITE FAILED SSN='
                           IN-SSN ' STATUS=' HLD-RC.
           MOVE 'HOLD PLACED  ' TO WS-ACTION.
           PERFORM WRITE-OWED-RTN.
       PLACE-HOLD-RTN-EXIT. EXIT.

       RELEASE-HOLD-RTN.
      * THE STUDENT HAS CAUGHT UP - LIFT THE HOLD AND TELL THE HEALTH
      * CENTER IT IS GONE.
           ADD 1 TO WS-COMPLY-CNT.
           ADD 1 TO WS-RELEASE-CNT.
           DELETE HOLD-FILE RECORD
               INVALID KEY
                   DISPLAY 'SU41IMMC HOLD DELETE FAILED SSN='
                           IN-SSN ' STATUS=' HLD-RC.
           MOVE SPACES       TO DETAIL-LINE.
           MOVE IN-SSN       TO DL-SSN.
           MOVE VR-NAME      TO DL-NAME.
           MOVE WS-RESIDENCY TO DL-RESIDENCY.
           MOVE 'COMPLIANT   '  TO DL-STATUS.
           MOVE 'HOLD RELEASED' TO DL-ACTION.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       RELEASE-HOLD-RTN-EXIT. EXIT.

       WRITE-OWED-RTN.
           PERFORM WRITE-OWED-LINE-RTN
               VARYING MISS-SUB FROM 1 BY 1
               UNTIL MISS-SUB > WS-MISS-CNT.
       WRITE-OWED-RTN-EXIT. EXIT.

       WRITE-OWED-LINE-RTN.
      * THE STUDENT'S NAME AND THE HOLD ACTION PRINT ON THE FIRST
      * VACCINE OWED ONLY.
           MOVE SPACES TO DETAIL-LINE.
           MOVE IN-SSN TO DL-SSN.
           IF MISS-SUB = 1
               MOVE VR-NAME      TO DL-NAME
               MOVE WS-RESIDENCY TO DL-RESIDENCY
               MOVE WS-ACTION    TO DL-ACTION
           END-IF.
           MOVE MS-NAME(MISS-SUB)   TO DL-VACCINE.
           MOVE MS-STATUS(MISS-SUB) TO DL-STATUS.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-OWED-LINE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'FEED RECORDS READ                       '
               TO CTL-LABEL.
           MOVE WS-FEED-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  LOADED                                '
               TO CTL-LABEL.
           MOVE WS-LOADED-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  REMOVED                               '
               TO CTL-LABEL.
           MOVE WS-REMOVED-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  REJECTED - SEE FEED EXCEPTIONS        '
               TO CTL-LABEL.
           MOVE WS-FEED-ERR-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'ROSTER RECORDS READ                     '
               TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NOT ON STUDENT MASTER                   '
               TO CTL-LABEL.
           MOVE WS-NOMASTER-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NOT ACTIVE - NOT MEASURED               '
               TO CTL-LABEL.
           MOVE WS-INACTIVE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'COMPLIANT                               '
               TO CTL-LABEL.
           MOVE WS-COMPLY-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NOT COMPLIANT                           '
               TO CTL-LABEL.
           MOVE WS-SHORT-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'M HOLDS PLACED                          '
               TO CTL-LABEL.
           MOVE WS-PLACED-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'M HOLDS KEPT                            '
               TO CTL-LABEL.
           MOVE WS-KEPT-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'M HOLDS RELEASED                        '
               TO CTL-LABEL.
           MOVE WS-RELEASE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE IN-FILE VSAM-INFILE HOLD-FILE IMM-FILE OUT-FILE
                 ERR-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
