       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41PRVR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE   ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT RLS-FILE   ASSIGN TO RELLOG
                     FILE STATUS IS RLS-FS.
            SELECT OUT-FILE   ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY VSAMSEL.
       DATA DIVISION.
       FILE SECTION.
      **** REPORT-MONTH CONTROL CARD - YYYYMM IN COLUMNS 1-6 **********
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-MONTH      PIC X(6).
           05  FILLER         PIC X(74).

      **** DIRECTORY-PRIVACY RELEASE LOG - EVERY RELEASE MADE FOR A
      **** STUDENT WHO HAS WITHHELD DIRECTORY INFORMATION ************
       FD  RLS-FILE.
       01  RLS-RECORD.
           COPY RLSREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       COPY VSAMFD.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MONTHLY DIRECTORY-PRIVACY     *
      *                                * RELEASE REPORT.  LISTS EVERY  *
      *                                * RELEASE LOGGED ON RELLOG IN   *
      *                                * THE REPORT MONTH FOR A        *
      *                                * STUDENT WHO HAS WITHHELD      *
      *                                * DIRECTORY INFORMATION - WHEN, *
      *                                * WHO, BY WHICH PROGRAM, TO     *
      *                                * WHOM AND WHAT - FOR THE       *
      *                                * REGISTRAR'S FERPA REVIEW.  NO *
      *                                * CARD MEANS THE MONTH BEFORE   *
      *                                * THE RUN DATE.                 *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE-R   REDEFINES WS-RUN-DATE-8.
               10  WS-RUN-YYYY PIC 9(4).
               10  WS-RUN-MM   PIC 9(2).
               10  WS-RUN-DD   PIC 9(2).
           05  WS-MONTH        PIC X(6)      VALUE SPACES.
           05  WS-MONTH-R      REDEFINES WS-MONTH.
               10  WS-MONTH-YYYY PIC 9(4).
               10  WS-MONTH-MM   PIC 9(2).
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-OTHER-CNT    PIC 9(7)      VALUE 0.
           05  WS-LIST-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOMASTER-CNT PIC 9(7)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  RLS-FS          PIC XX        VALUE '00'.
               88  RLS-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

           COPY VSAMRC.

       01  HDG-LINE1.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(44) VALUE
                   'DIRECTORY-PRIVACY RELEASE REPORT    MONTH: '.
           05 HDG-MONTH       PIC X(6).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'DATE     SSN       NAME                 '.
           05 FILLER          PIC X(40) VALUE
                   'PROGRAM  RECIPIENT     DATA RELEASED    '.

       01  DETAIL-LINE.
           05 DL-DATE         PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PROGRAM      PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-RECIPIENT    PIC X(13).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DATA         PIC X(17).

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-MONTH-RTN.
           PERFORM RELEASE-RTN
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT RLS-FILE.
           IF NOT RLS-FS-OK
               DISPLAY 'SU41PRVR - RLS-FILE OPEN FAILED, STATUS='
                       RLS-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VSAM-INFILE.
           IF NOT VSAM-SUCCESSFUL
               DISPLAY 'SU41PRVR - VSAM-INFILE OPEN FAILED, STATUS='
                       VSAM-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41PRVR - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           READ RLS-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-MONTH-RTN.
      * THE REPORT RUNS EARLY IN THE MONTH FOR THE MONTH JUST CLOSED,
      * SO A MISSING OR EMPTY CARD DEFAULTS TO THE PRIOR MONTH.
           OPEN INPUT CTL-FILE.
           IF CTL-FS-OK
               READ CTL-FILE
                   AT END MOVE SPACES TO CTL-MONTH
               END-READ
               MOVE CTL-MONTH TO WS-MONTH
               CLOSE CTL-FILE
           END-IF.
           IF WS-MONTH = SPACES
               MOVE WS-RUN-YYYY TO WS-MONTH-YYYY
               IF WS-RUN-MM = 1
                   SUBTRACT 1 FROM WS-MONTH-YYYY
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   COMPUTE WS-MONTH-MM = WS-RUN-MM - 1
               END-IF
               DISPLAY 'SU41PRVR - NO MONTH CARD, REPORTING '
                       WS-MONTH
           END-IF.
           IF WS-MONTH NOT NUMERIC
                   OR WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY 'SU41PRVR ABEND - BAD MONTH CARD ' WS-MONTH
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE WS-MONTH TO HDG-MONTH.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
       GET-MONTH-RTN-EXIT. EXIT.

       RELEASE-RTN.
           ADD 1 TO WS-READ-CNT.
           PERFORM LIST-RELEASE-RTN THRU LIST-RELEASE-RTN-EXIT.
           READ RLS-FILE
               AT END MOVE 'F' TO EOF-SW.
       RELEASE-RTN-EXIT. EXIT.

       LIST-RELEASE-RTN.
           IF RL-DATE(1:6) NOT = WS-MONTH
               ADD 1 TO WS-OTHER-CNT
               GO TO LIST-RELEASE-RTN-EXIT
           END-IF.
           ADD 1 TO WS-LIST-CNT.
           MOVE RL-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           MOVE SPACES       TO DETAIL-LINE.
           MOVE RL-DATE      TO DL-DATE.
           MOVE RL-SSN       TO DL-SSN.
           IF VSAM-SUCCESSFUL
               MOVE VR-NAME  TO DL-NAME
           ELSE
               MOVE '** NOT ON MASTER **' TO DL-NAME
               ADD 1 TO WS-NOMASTER-CNT
           END-IF.
           MOVE RL-PROGRAM   TO DL-PROGRAM.
           MOVE RL-RECIPIENT TO DL-RECIPIENT.
           MOVE RL-DATA      TO DL-DATA.
           MOVE DETAIL-LINE  TO OUT-REC.
           WRITE OUT-REC.
       LIST-RELEASE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'RELEASE LOG RECORDS READ                '
               TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'OUTSIDE THE REPORT MONTH                '
               TO CTL-LABEL.
           MOVE WS-OTHER-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'RELEASES LISTED FOR THE MONTH           '
               TO CTL-LABEL.
           MOVE WS-LIST-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  STUDENT NOT ON MASTER                 '
               TO CTL-LABEL.
           MOVE WS-NOMASTER-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE RLS-FILE VSAM-INFILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
