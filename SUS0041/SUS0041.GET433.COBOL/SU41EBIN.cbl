       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41EBIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRN-FILE  ASSIGN TO EBTRAN
                     FILE STATUS IS TRN-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY EBLSEL.
            COPY CIDSEL.
       DATA DIVISION.
       FILE SECTION.
      **** E-BILLING TRANSACTIONS - OPT-INS AND OPT-OUTS FROM THE
      **** STUDENT PORTAL ('I'/'O', BY SSN) AND BOUNCE-BACKS FROM THE
      **** E-MAIL/PORTAL VENDOR ('B', BY CAMPUS ID, QUOTING THE
      **** STATEMENT REFERENCE OF THE NOTICE THAT BOUNCED) *************
       FD  TRN-FILE.
       01  TRN-REC.
           05  ET-ACTION      PIC X.
               88  ET-OPT-IN             VALUE 'I'.
               88  ET-OPT-OUT            VALUE 'O'.
               88  ET-BOUNCE             VALUE 'B'.
           05  ET-SSN         PIC 9(9).
           05  ET-CAMPUS-ID   PIC 9(7).
           05  ET-DATE        PIC 9(8).
           05  ET-STMT-REF    PIC X(15).
           05  ET-REASON      PIC X(20).
           05  ET-SOURCE      PIC X(8).
           05  FILLER         PIC X(12).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  EBL-FILE.
       01  EBL-RECORD.
           COPY EBLREC.

       FD  CID-FILE.
       01  CID-RECORD.
           COPY CIDREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * ELECTRONIC-BILLING INTAKE.    *
      *                                * APPLIES THE DAY'S OPT-INS,    *
      *                                * OPT-OUTS AND VENDOR BOUNCE-   *
      *                                * BACKS TO THE EBILL PREFERENCE *
      *                                * FILE THE STATEMENT RUN        *
      *                                * (SU41PGM6) ROUTES BILLS BY.   *
      *                                * A BOUNCE RETURNS THE STUDENT  *
      *                                * TO PAPER - UNLESS IT IS FOR   *
      *                                * AN OLDER NOTICE THAN THE LAST *
      *                                * ONE SENT, WHICH IS LISTED AND *
      *                                * LEFT ALONE.                   *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-TRN-DATE     PIC 9(8)      VALUE 0.
           05  WS-SSN          PIC 9(9)      VALUE 0.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-IN-CNT       PIC 9(7)      VALUE 0.
           05  WS-OUT-CNT      PIC 9(7)      VALUE 0.
           05  WS-BOUNCE-CNT   PIC 9(7)      VALUE 0.
           05  WS-STALE-CNT    PIC 9(7)      VALUE 0.
           05  WS-REJ-CNT      PIC 9(7)      VALUE 0.
           05  EBL-FOUND-SW    PIC X         VALUE 'N'.
               88  EBL-FOUND                 VALUE 'Y'.
           05  CID-OPEN-SW     PIC X         VALUE 'N'.
               88  CID-FILE-OPEN             VALUE 'Y'.
           05  TRN-FS          PIC XX        VALUE '00'.
               88  TRN-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  EBL-RC          PIC XX        VALUE '00'.
               88  EBL-OK                    VALUE '00'.
               88  EBL-NOT-FOUND             VALUE '23'.

           COPY CIDRC.

           COPY SSNCHKW.

       01  HDG-LINE1.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'ELECTRONIC BILLING INTAKE REGISTER  '.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '  SSN        CAMPUS ID  ACT  RESULT     '.
           05 FILLER          PIC X(40) VALUE
                   '                 REASON                 '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-CAMPUS-ID    PIC 9(7).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-ACTION       PIC X.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-RESULT       PIC X(28).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-REASON       PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM READ-INPUT THRU READ-INPUT-EXIT
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT TRN-FILE.
           IF NOT TRN-FS-OK
               DISPLAY 'SU41EBIN - TRN-FILE OPEN FAILED, STATUS='
                       TRN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O EBL-FILE.
           IF NOT EBL-OK
               DISPLAY 'SU41EBIN - EBL-FILE OPEN FAILED, STATUS='
                       EBL-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * WITHOUT THE CROSS-REFERENCE A BOUNCE CANNOT BE TIED BACK TO A
      * STUDENT - THOSE ARE REJECTED, THE PORTAL ITEMS STILL APPLY.
           OPEN INPUT CID-FILE.
           IF CID-SUCCESSFUL
               MOVE 'Y' TO CID-OPEN-SW
           ELSE
               DISPLAY 'SU41EBIN - NO CAMPUS-ID XREF, STATUS='
                       CID-RC ' - BOUNCES CANNOT BE MATCHED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41EBIN - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ TRN-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       READ-INPUT.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE ET-ACTION TO DL-ACTION.
           MOVE ET-REASON TO DL-REASON.
           MOVE 0 TO DL-SSN DL-CAMPUS-ID.
           IF ET-CAMPUS-ID NUMERIC
               MOVE ET-CAMPUS-ID TO DL-CAMPUS-ID
           END-IF.
           IF ET-DATE NUMERIC AND ET-DATE > 0
               MOVE ET-DATE TO WS-TRN-DATE
           ELSE
               MOVE WS-RUN-DATE-8 TO WS-TRN-DATE
           END-IF.
           IF NOT ET-OPT-IN AND NOT ET-OPT-OUT AND NOT ET-BOUNCE
               MOVE 'REJECTED - BAD ACTION CODE' TO DL-RESULT
               GO TO READ-INPUT-REJECT
           END-IF.
           PERFORM RESOLVE-SSN-RTN THRU RESOLVE-SSN-RTN-EXIT.
           IF WS-SSN = 0
               GO TO READ-INPUT-REJECT
           END-IF.
           MOVE WS-SSN TO DL-SSN.
           MOVE WS-SSN TO EBL-SSN.
           READ EBL-FILE
               INVALID KEY MOVE '23' TO EBL-RC.
           IF EBL-OK
               MOVE 'Y' TO EBL-FOUND-SW
           ELSE
               MOVE 'N' TO EBL-FOUND-SW
           END-IF.
           EVALUATE TRUE
               WHEN ET-OPT-IN
                   PERFORM OPT-IN-RTN THRU OPT-IN-RTN-EXIT
               WHEN ET-OPT-OUT
                   PERFORM OPT-OUT-RTN THRU OPT-OUT-RTN-EXIT
               WHEN OTHER
                   PERFORM BOUNCE-RTN THRU BOUNCE-RTN-EXIT
           END-EVALUATE.
           GO TO READ-INPUT-NEXT.
       READ-INPUT-REJECT.
           ADD 1 TO WS-REJ-CNT.
           MOVE 4 TO RETURN-CODE.
       READ-INPUT-NEXT.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           READ TRN-FILE
               AT END MOVE 'F' TO EOF-SW.
       READ-INPUT-EXIT. EXIT.

       RESOLVE-SSN-RTN.
      * THE PORTAL KNOWS THE STUDENT BY SSN; THE VENDOR ONLY EVER
      * SAW THE CAMPUS ID, SO A BOUNCE IS TURNED BACK INTO AN SSN
      * THROUGH THE CROSS-REFERENCE'S ALTERNATE INDEX.
           MOVE 0 TO WS-SSN.
           IF ET-SSN NUMERIC AND ET-SSN > 0
               MOVE ET-SSN TO SSN-EDIT-SSN
               PERFORM VALIDATE-SSN-FORMAT-RTN
               IF SSN-FORMAT-BAD
                   MOVE ET-SSN TO DL-SSN
                   MOVE 'REJECTED - SSN FORMAT' TO DL-RESULT
               ELSE
                   MOVE ET-SSN TO WS-SSN
               END-IF
               GO TO RESOLVE-SSN-RTN-EXIT
           END-IF.
           IF ET-CAMPUS-ID NOT NUMERIC OR ET-CAMPUS-ID = 0
               MOVE 'REJECTED - NO SSN OR ID' TO DL-RESULT
               GO TO RESOLVE-SSN-RTN-EXIT
           END-IF.
           IF NOT CID-FILE-OPEN
               MOVE 'REJECTED - NO ID XREF' TO DL-RESULT
               GO TO RESOLVE-SSN-RTN-EXIT
           END-IF.
           MOVE ET-CAMPUS-ID TO CID-CAMPUS-ID.
           READ CID-FILE KEY IS CID-CAMPUS-ID
               INVALID KEY MOVE '23' TO CID-RC.
           IF CID-SUCCESSFUL
               MOVE CID-SSN TO WS-SSN
           ELSE
               MOVE 'REJECTED - CAMPUS ID UNKNOWN' TO DL-RESULT
           END-IF.
       RESOLVE-SSN-RTN-EXIT. EXIT.

       OPT-IN-RTN.
           IF EBL-FOUND
               IF EBL-ELECTRONIC
                   MOVE 'ALREADY ELECTRONIC' TO DL-RESULT
                   GO TO OPT-IN-RTN-EXIT
               END-IF
           ELSE
               MOVE SPACES TO EBL-RECORD
               MOVE WS-SSN TO EBL-SSN
               MOVE 0      TO EBL-BOUNCE-CNT
           END-IF.
           MOVE 'E'         TO EBL-STATUS.
           MOVE WS-TRN-DATE TO EBL-OPTIN-DATE.
           MOVE WS-TRN-DATE TO EBL-STATUS-DATE.
           MOVE SPACES      TO EBL-BOUNCE-REASON.
           MOVE ET-SOURCE   TO EBL-CHG-SOURCE.
           PERFORM SAVE-PREF-RTN THRU SAVE-PREF-RTN-EXIT.
           IF EBL-OK
               ADD 1 TO WS-IN-CNT
               MOVE 'OPTED IN - ELECTRONIC' TO DL-RESULT
           END-IF.
       OPT-IN-RTN-EXIT. EXIT.

       OPT-OUT-RTN.
           IF NOT EBL-FOUND OR NOT EBL-ELECTRONIC
               MOVE 'ALREADY ON PAPER' TO DL-RESULT
               GO TO OPT-OUT-RTN-EXIT
           END-IF.
           MOVE 'P'         TO EBL-STATUS.
           MOVE WS-TRN-DATE TO EBL-STATUS-DATE.
           MOVE ET-SOURCE   TO EBL-CHG-SOURCE.
           PERFORM SAVE-PREF-RTN THRU SAVE-PREF-RTN-EXIT.
           IF EBL-OK
               ADD 1 TO WS-OUT-CNT
               MOVE 'OPTED OUT - PAPER' TO DL-RESULT
           END-IF.
       OPT-OUT-RTN-EXIT. EXIT.

       BOUNCE-RTN.
      * ONLY A BOUNCE OF THE LAST NOTICE SENT MOVES THE STUDENT - ONE
      * FOR AN EARLIER NOTICE MAY PREDATE A FRESH OPT-IN WITH A
      * CORRECTED ADDRESS.
           IF NOT EBL-FOUND OR NOT EBL-ELECTRONIC
               MOVE 'IGNORED - NOT ELECTRONIC' TO DL-RESULT
               GO TO BOUNCE-RTN-EXIT
           END-IF.
           IF ET-STMT-REF NOT = SPACES
                   AND ET-STMT-REF NOT = EBL-LAST-REF
               ADD 1 TO WS-STALE-CNT
               MOVE 'IGNORED - OLDER NOTICE' TO DL-RESULT
               GO TO BOUNCE-RTN-EXIT
           END-IF.
           MOVE 'P'         TO EBL-STATUS.
           MOVE WS-TRN-DATE TO EBL-STATUS-DATE.
           ADD 1            TO EBL-BOUNCE-CNT.
           MOVE ET-REASON   TO EBL-BOUNCE-REASON.
           MOVE ET-SOURCE   TO EBL-CHG-SOURCE.
           PERFORM SAVE-PREF-RTN THRU SAVE-PREF-RTN-EXIT.
           IF EBL-OK
               ADD 1 TO WS-BOUNCE-CNT
               MOVE 'BOUNCED - BACK TO PAPER' TO DL-RESULT
           END-IF.
       BOUNCE-RTN-EXIT. EXIT.

       SAVE-PREF-RTN.
           IF EBL-FOUND
               REWRITE EBL-RECORD
                   INVALID KEY MOVE '23' TO EBL-RC
               END-REWRITE
           ELSE
               WRITE EBL-RECORD
                   INVALID KEY MOVE '22' TO EBL-RC
               END-WRITE
           END-IF.
           IF NOT EBL-OK
               DISPLAY 'SU41EBIN - EBL-FILE UPDATE FAILED, SSN '
                       WS-SSN ' STATUS=' EBL-RC
               MOVE 'FAILED - SEE JOB LOG' TO DL-RESULT
               ADD 1 TO WS-REJ-CNT
               MOVE 8 TO RETURN-CODE
           END-IF.
       SAVE-PREF-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TRANSACTIONS READ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  OPTED IN TO ELECTRONIC BILLING' TO CTL-LABEL.
           MOVE WS-IN-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  OPTED OUT TO PAPER' TO CTL-LABEL.
           MOVE WS-OUT-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  BOUNCED BACK TO PAPER' TO CTL-LABEL.
           MOVE WS-BOUNCE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  BOUNCES FOR AN OLDER NOTICE' TO CTL-LABEL.
           MOVE WS-STALE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  REJECTED' TO CTL-LABEL.
           MOVE WS-REJ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE TRN-FILE EBL-FILE OUT-FILE.
           IF CID-FILE-OPEN
               CLOSE CID-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY SSNCHK.
