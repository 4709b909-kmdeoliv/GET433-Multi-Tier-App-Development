       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41REGM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OLD-REG-FILE ASSIGN TO RGFILE
                     FILE STATUS IS OLD-REG-FS.
            SELECT TRN-FILE    ASSIGN TO REGTRAN
                     FILE STATUS IS TRN-FS.
            SELECT PRM-FILE    ASSIGN TO RGADD
                     FILE STATUS IS PRM-FS.
            SELECT SRT-FILE    ASSIGN TO SRTREG
                     FILE STATUS IS SRT-FS.
            SELECT SORT-WORK   ASSIGN TO SORTWK.
            SELECT NEW-REG-FILE ASSIGN TO RGNEW
                     FILE STATUS IS NEW-REG-FS.
            SELECT OUT-FILE    ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY REGOSEL.
       DATA DIVISION.
       FILE SECTION.
      **** YESTERDAY'S REGISTRATION DETAIL - THE FEED SU41PGM79 ROLLS
      **** INTO STU-CREDITS - IN ASCENDING SSN ORDER. ******************
       FD  OLD-REG-FILE.
       01  OLD-REG-REC.
           COPY REGDTL REPLACING LEADING ==RGD-== BY ==OR-==.

      **** THE DAY'S ONLINE ADDS AND DROPS (P47STU), IN THE ORDER THEY
      **** WERE KEYED. *************************************************
       FD  TRN-FILE.
       01  TRN-REC            PIC X(80).

      **** LAST NIGHT'S WAITLIST PROMOTIONS (SU41SECT) ****************
       FD  PRM-FILE.
       01  PRM-REC            PIC X(80).

       FD  SRT-FILE.
       01  SRT-REC.
           COPY REGDTL REPLACING LEADING ==RGD-== BY ==ST-==.

       SD  SORT-WORK.
       01  SW-REC.
           COPY REGDTL REPLACING LEADING ==RGD-== BY ==SW-==.

       FD  NEW-REG-FILE.
       01  NEW-REG-REC        PIC X(80).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** THE OPEN REGISTRATIONS THE ONLINE ADD/DROP CHECKS - EMPTIED
      **** BY THE STEP AHEAD OF THIS ONE AND RELOADED HERE FROM EVERY
      **** MERGED ROW WITH NO DROP DATE. *******************************
       FD  REGO-FILE.
       01  REGO-REC.
           05  REGO-KEY       PIC X(20).
           05  FILLER         PIC X(60).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * NIGHTLY REGISTRATION MERGE.   *
      *                                * SORTS THE DAY'S ONLINE ADDS   *
      *                                * AND DROPS TOGETHER WITH THE   *
      *                                * WAITLIST PROMOTIONS, BY SSN,  *
      *                                * COURSE, SECTION AND TIME      *
      *                                * KEYED, AND APPLIES THEM TO    *
      *                                * THE REGISTRATION DETAIL.  AN  *
      *                                * ADD BECOMES A NEW ROW; A DROP *
      *                                * SETS THE DROP DATE ON THE     *
      *                                * STUDENT'S OPEN ROW FOR THAT   *
      *                                * SECTION.  A DUPLICATE ADD OR  *
      *                                * A DROP WITH NOTHING TO DROP   *
      *                                * IS LISTED, NOT APPLIED.  EACH *
      *                                * MERGED ROW STILL OPEN IS ALSO *
      *                                * LOADED TO REGOPEN FOR THE     *
      *                                * ONLINE ADD/DROP (P47STU).     *
      *                                *********************************
       01  WS-WORK-AREA.
           05  OLD-EOF-SW      PIC X         VALUE SPACES.
           05  SRT-EOF-SW      PIC X         VALUE SPACES.
           05  WS-CUR-SSN      PIC 9(9)      VALUE 0.
           05  WS-OLD-CNT      PIC 9(7)      VALUE 0.
           05  WS-TRN-CNT      PIC 9(7)      VALUE 0.
           05  WS-ADD-CNT      PIC 9(7)      VALUE 0.
           05  WS-DROP-CNT     PIC 9(7)      VALUE 0.
           05  WS-REJ-CNT      PIC 9(7)      VALUE 0.
           05  WS-NEW-CNT      PIC 9(7)      VALUE 0.
           05  WS-OPEN-CNT     PIC 9(7)      VALUE 0.
           05  WS-RGT-CNT      PIC 9(2)      VALUE 0.
           05  WS-RGT-MAX      PIC 9(2)      VALUE 40.
           05  RGT-SUB         PIC 9(2)      VALUE 0.
           05  MATCH-SUB       PIC 9(2)      VALUE 0.
           05  OLD-REG-FS      PIC XX        VALUE '00'.
               88  OLD-REG-FS-OK             VALUE '00'.
           05  TRN-FS          PIC XX        VALUE '00'.
               88  TRN-FS-OK                 VALUE '00'.
           05  PRM-FS          PIC XX        VALUE '00'.
               88  PRM-FS-OK                 VALUE '00'.
           05  SRT-FS          PIC XX        VALUE '00'.
               88  SRT-FS-OK                 VALUE '00'.
           05  NEW-REG-FS      PIC XX        VALUE '00'.
               88  NEW-REG-FS-OK             VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  REGO-RC         PIC XX        VALUE '00'.
               88  REGO-OK                   VALUE '00'.

      **** ONE STUDENT'S REGISTRATION ROWS WHILE THE TRANSACTIONS ARE
      **** APPLIED - SAME 80-BYTE LAYOUT AS REGDTL ********************
       01  WS-RGT-AREA.
           05  WS-RGT-TBL OCCURS 40 TIMES.
             10  TR-SSN          PIC 9(9).
             10  TR-COURSE       PIC X(8).
             10  TR-SECTION      PIC X(3).
             10  TR-CREDITS      PIC 9(2).
             10  TR-ADD-DATE     PIC 9(8).
             10  TR-DROP-DATE    PIC 9(8).
             10  TR-USERID       PIC X(8).
             10  TR-CHG-DATE     PIC 9(8).
             10  TR-CHG-TIME     PIC 9(6).
             10  TR-SOURCE       PIC X(8).
             10  FILLER          PIC X(12).

       01  HDG-LINE1.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'REGISTRATION MERGE REGISTER         '.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '  SSN        COURSE   SECT  RESULT      '.
           05 FILLER          PIC X(40) VALUE
                   '             KEYED BY  DATE     SOURCE  '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-COURSE       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SECTION      PIC X(3).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-RESULT       PIC X(24).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-USERID       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DATE         PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SOURCE       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM SORT-TRANS-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM STUDENT-RTN
              UNTIL OLD-EOF-SW = 'F' AND SRT-EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       SORT-TRANS-RTN.
      * BOTH TRANSACTION SOURCES GO THROUGH ONE SORT; WITHIN A
      * STUDENT AND SECTION THE TIME KEYED DECIDES THE ORDER, SO AN
      * ADD, DROP AND RE-ADD ON THE SAME DAY APPLY AS THEY HAPPENED.
           SORT SORT-WORK
               ON ASCENDING KEY SW-SSN SW-COURSE SW-SECTION
                                SW-CHG-DATE SW-CHG-TIME
               USING TRN-FILE PRM-FILE
               GIVING SRT-FILE.
           IF SORT-RETURN NOT = 0
               DISPLAY 'SU41REGM - TRANSACTION SORT FAILED, RC='
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       SORT-TRANS-RTN-EXIT. EXIT.

       OPEN-FILES-RTN.
           OPEN INPUT OLD-REG-FILE.
           IF NOT OLD-REG-FS-OK
               DISPLAY 'SU41REGM - OLD-REG-FILE OPEN FAILED, STATUS='
                       OLD-REG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SRT-FILE.
           IF NOT SRT-FS-OK
               DISPLAY 'SU41REGM - SRT-FILE OPEN FAILED, STATUS='
                       SRT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NEW-REG-FILE.
           IF NOT NEW-REG-FS-OK
               DISPLAY 'SU41REGM - NEW-REG-FILE OPEN FAILED, STATUS='
                       NEW-REG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41REGM - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT REGO-FILE.
           IF NOT REGO-OK
               DISPLAY 'SU41REGM - REGO-FILE OPEN FAILED, STATUS='
                       REGO-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ OLD-REG-FILE
               AT END MOVE 'F' TO OLD-EOF-SW.
           READ SRT-FILE
               AT END MOVE 'F' TO SRT-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       STUDENT-RTN.
      * THE LOWER SSN OF THE TWO FILES IS THE STUDENT IN HAND - A
      * STUDENT WITH ONLY OLD ROWS IS COPIED THROUGH, ONE WITH ONLY
      * TRANSACTIONS STARTS FROM AN EMPTY TABLE.
           EVALUATE TRUE
               WHEN OLD-EOF-SW = 'F'
                   MOVE ST-SSN TO WS-CUR-SSN
               WHEN SRT-EOF-SW = 'F'
                   MOVE OR-SSN TO WS-CUR-SSN
               WHEN OR-SSN < ST-SSN
                   MOVE OR-SSN TO WS-CUR-SSN
               WHEN OTHER
                   MOVE ST-SSN TO WS-CUR-SSN
           END-EVALUATE.
           MOVE 0 TO WS-RGT-CNT.
           PERFORM LOAD-OLD-RTN
              UNTIL OLD-EOF-SW = 'F' OR OR-SSN NOT = WS-CUR-SSN.
           PERFORM APPLY-TRANS-RTN
              UNTIL SRT-EOF-SW = 'F' OR ST-SSN NOT = WS-CUR-SSN.
           PERFORM WRITE-NEW-RTN THRU WRITE-NEW-RTN-EXIT
              VARYING RGT-SUB FROM 1 BY 1
              UNTIL RGT-SUB > WS-RGT-CNT.
       STUDENT-RTN-EXIT. EXIT.

       LOAD-OLD-RTN.
           ADD 1 TO WS-OLD-CNT.
           IF WS-RGT-CNT < WS-RGT-MAX
               ADD 1 TO WS-RGT-CNT
               MOVE OLD-REG-REC TO WS-RGT-TBL(WS-RGT-CNT)
           ELSE
               PERFORM TABLE-OVERFLOW-RTN
           END-IF.
           READ OLD-REG-FILE
               AT END MOVE 'F' TO OLD-EOF-SW.
       LOAD-OLD-RTN-EXIT. EXIT.

       APPLY-TRANS-RTN.
           ADD 1 TO WS-TRN-CNT.
           MOVE 0 TO MATCH-SUB.
           PERFORM FIND-OPEN-ROW-RTN
              VARYING RGT-SUB FROM 1 BY 1
              UNTIL RGT-SUB > WS-RGT-CNT OR MATCH-SUB > 0.
           IF ST-DROP-DATE = 0
               PERFORM APPLY-ADD-RTN THRU APPLY-ADD-RTN-EXIT
           ELSE
               PERFORM APPLY-DROP-RTN THRU APPLY-DROP-RTN-EXIT
           END-IF.
           PERFORM WRITE-DETAIL-RTN.
           READ SRT-FILE
               AT END MOVE 'F' TO SRT-EOF-SW.
       APPLY-TRANS-RTN-EXIT. EXIT.

       FIND-OPEN-ROW-RTN.
           IF TR-COURSE(RGT-SUB) = ST-COURSE
                   AND TR-SECTION(RGT-SUB) = ST-SECTION
                   AND TR-DROP-DATE(RGT-SUB) = 0
               MOVE RGT-SUB TO MATCH-SUB
           END-IF.
       FIND-OPEN-ROW-RTN-EXIT. EXIT.

       APPLY-ADD-RTN.
           IF MATCH-SUB > 0
               ADD 1 TO WS-REJ-CNT
               MOVE 'REJECTED - ALREADY IN  ' TO DL-RESULT
               GO TO APPLY-ADD-RTN-EXIT
           END-IF.
           IF WS-RGT-CNT NOT < WS-RGT-MAX
               PERFORM TABLE-OVERFLOW-RTN
           END-IF.
           ADD 1 TO WS-RGT-CNT.
           MOVE SRT-REC TO WS-RGT-TBL(WS-RGT-CNT).
           ADD 1 TO WS-ADD-CNT.
           MOVE 'ADDED                  ' TO DL-RESULT.
       APPLY-ADD-RTN-EXIT. EXIT.

       APPLY-DROP-RTN.
           IF MATCH-SUB = 0
               ADD 1 TO WS-REJ-CNT
               MOVE 'REJECTED - NOT ENROLLED' TO DL-RESULT
               GO TO APPLY-DROP-RTN-EXIT
           END-IF.
           MOVE ST-DROP-DATE TO TR-DROP-DATE(MATCH-SUB).
           MOVE ST-USERID    TO TR-USERID(MATCH-SUB).
           MOVE ST-CHG-DATE  TO TR-CHG-DATE(MATCH-SUB).
           MOVE ST-CHG-TIME  TO TR-CHG-TIME(MATCH-SUB).
           MOVE ST-SOURCE    TO TR-SOURCE(MATCH-SUB).
           ADD 1 TO WS-DROP-CNT.
           MOVE 'DROPPED                ' TO DL-RESULT.
       APPLY-DROP-RTN-EXIT. EXIT.

       TABLE-OVERFLOW-RTN.
           DISPLAY 'SU41REGM ABEND - STUDENT ROW TABLE OVERFLOW SSN='
                   WS-CUR-SSN.
           DISPLAY 'TABLE CAPACITY IS ' WS-RGT-MAX ' ROWS'.
           MOVE 16 TO RETURN-CODE.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.
       TABLE-OVERFLOW-RTN-EXIT. EXIT.

       WRITE-NEW-RTN.
           MOVE WS-RGT-TBL(RGT-SUB) TO NEW-REG-REC.
           WRITE NEW-REG-REC.
           ADD 1 TO WS-NEW-CNT.
           IF TR-DROP-DATE(RGT-SUB) NOT = 0
               GO TO WRITE-NEW-RTN-EXIT
           END-IF.
           MOVE WS-RGT-TBL(RGT-SUB) TO REGO-REC.
           WRITE REGO-REC
               INVALID KEY
                   DISPLAY 'SU41REGM - REGOPEN WRITE FAILED SSN='
                           TR-SSN(RGT-SUB) ' COURSE='
                           TR-COURSE(RGT-SUB) ' STATUS=' REGO-RC
                   MOVE 8 TO RETURN-CODE
                   GO TO WRITE-NEW-RTN-EXIT
           END-WRITE.
           ADD 1 TO WS-OPEN-CNT.
       WRITE-NEW-RTN-EXIT. EXIT.

       WRITE-DETAIL-RTN.
           MOVE ST-SSN      TO DL-SSN.
           MOVE ST-COURSE   TO DL-COURSE.
           MOVE ST-SECTION  TO DL-SECTION.
           MOVE ST-USERID   TO DL-USERID.
           MOVE ST-CHG-DATE TO DL-DATE.
           MOVE ST-SOURCE   TO DL-SOURCE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REGISTRATION ROWS READ                  '
               TO CTL-LABEL.
           MOVE WS-OLD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TRANSACTIONS READ                       '
               TO CTL-LABEL.
           MOVE WS-TRN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ADDS APPLIED                            '
               TO CTL-LABEL.
           MOVE WS-ADD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DROPS APPLIED                           '
               TO CTL-LABEL.
           MOVE WS-DROP-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TRANSACTIONS REJECTED                   '
               TO CTL-LABEL.
           MOVE WS-REJ-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REGISTRATION ROWS WRITTEN               '
               TO CTL-LABEL.
           MOVE WS-NEW-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'OPEN REGISTRATIONS LOADED               '
               TO CTL-LABEL.
           MOVE WS-OPEN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-REJ-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE OLD-REG-FILE SRT-FILE NEW-REG-FILE OUT-FILE
                 REGO-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
