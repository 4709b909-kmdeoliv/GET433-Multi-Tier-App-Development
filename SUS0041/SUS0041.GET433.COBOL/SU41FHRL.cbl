       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41FHRL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCT-FILE
              ASSIGN TO VSAMFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS ACCT-RC.
            COPY FHDSEL.
            SELECT JRNL-FILE ASSIGN TO JRFILE
                     FILE STATUS IS JRNL-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY LOCKSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.

      **** DEPOSIT AVAILABILITY HOLDS, IN ACCOUNT/DATE/TIME ORDER ******
       FD  HOLD-FILE.
       01  FHD-RECORD.
           COPY FHDREC.

      **** FORWARD-RECOVERY JOURNAL (RCVREC LAYOUT) - EVERY HOLD-TOTAL
      **** CHANGE IS IMAGED, THE SU41PGM53 CONVENTION ******************
       FD  JRNL-FILE.
       01  JRNL-REC.
           COPY RCVREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

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
      *                                * NIGHTLY DEPOSIT HOLD RELEASE. *
      *                                * EVERY HELD FUNDHOLD RECORD    *
      *                                * WHOSE RELEASE DATE HAS COME   *
      *                                * IS MARKED RELEASED, AND EACH  *
      *                                * ACCOUNT'S ACCT-HOLD-AMOUNT IS *
      *                                * SET TO THE TOTAL OF THE HOLDS *
      *                                * STILL OUTSTANDING - SO THE    *
      *                                * AVAILABLE BALANCE P51ACCT AND *
      *                                * P52ACCT TEST AGAINST RISES BY *
      *                                * EXACTLY THE MATURED DEPOSITS. *
      *                                * AN ACCOUNT WHOSE TOTAL DID    *
      *                                * NOT AGREE WITH ITS HOLDS IS   *
      *                                * CORRECTED AND LISTED (RC 4).  *
      *                                * EVERY ACCOUNT CHANGE IS       *
      *                                * JOURNALED.                    *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  HOLD-EOF-SW     PIC X         VALUE SPACES.
           05  WS-CUR-ACCT     PIC X(8)      VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-OLD-HOLD     PIC 9(9)V99   VALUE 0.
           05  WS-STILL-HELD   PIC 9(9)V99   VALUE 0.
           05  WS-RELEASED-AMT PIC 9(9)V99   VALUE 0.
           05  WS-EXPECTED     PIC S9(9)V99  VALUE 0.
           05  WS-HOLD-READ    PIC 9(7)      VALUE 0.
           05  WS-RELEASE-CNT  PIC 9(7)      VALUE 0.
           05  WS-HELD-CNT     PIC 9(7)      VALUE 0.
           05  WS-ORPHAN-CNT   PIC 9(7)      VALUE 0.
           05  WS-ACCT-UPD-CNT PIC 9(7)      VALUE 0.
           05  WS-RESYNC-CNT   PIC 9(7)      VALUE 0.
           05  WS-RELEASE-TOT  PIC 9(11)V99  VALUE 0.
           05  WS-BEFORE-IMAGE PIC X(221)    VALUE SPACES.
           05  FHD-RC          PIC XX        VALUE '00'.
               88  FHD-OK                    VALUE '00'.
           05  JRNL-FS         PIC XX        VALUE '00'.
               88  JRNL-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

           COPY ACCTRC.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'DEPOSIT AVAILABILITY HOLD RELEASE       '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(63) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   'ACCOUNT   DEPOSITED CODE        AMOUNT  '.
           05 FILLER          PIC X(40) VALUE
                   'RELEASE   DISPOSITION                   '.

       01  DETAIL-LINE.
           05 DL-ACCT         PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-DATE         PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CODE         PIC X(4).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-RELEASE      PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NOTE         PIC X(30).

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY LOCKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM PROCESS-ACCOUNT-RTN
              THRU PROCESS-ACCOUNT-RTN-EXIT
              UNTIL EOF-SW = 'F'.
      * HOLDS BEYOND THE LAST ACCOUNT BELONG TO NO ACCOUNT AT ALL.
           MOVE HIGH-VALUES TO WS-CUR-ACCT.
           PERFORM TAKE-HOLD-RTN THRU TAKE-HOLD-RTN-EXIT
              UNTIL HOLD-EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           IF WS-RESYNC-CNT > 0 OR WS-ORPHAN-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41FHRL ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
      * NOTHING OPENS THE SHARED ACCOUNT CLUSTER FOR UPDATE WITHOUT
      * THE QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY
      * WHILE THIS JOB HOLDS IT, SO NO DEPOSIT CAN BE HELD BETWEEN
      * THE HOLD PASS AND THE ACCOUNT REWRITE.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41FHRL - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'VSAMFILE' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41FHRL' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ACCT-FILE.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41FHRL - ACCT-FILE OPEN FAILED, STATUS='
                       ACCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HOLD-FILE.
           IF NOT FHD-OK
               DISPLAY 'SU41FHRL - HOLD-FILE OPEN FAILED, STATUS='
                       FHD-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND JRNL-FILE.
           IF NOT JRNL-FS-OK
               DISPLAY 'SU41FHRL - JRNL-FILE OPEN FAILED, STATUS='
                       JRNL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41FHRL - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM HDG-ROUTINE.
           READ ACCT-FILE
               AT END MOVE 'F' TO EOF-SW.
           READ HOLD-FILE
               AT END MOVE 'F' TO HOLD-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       PROCESS-ACCOUNT-RTN.
           MOVE ACCT-NUMBER TO WS-CUR-ACCT.
           MOVE 0 TO WS-STILL-HELD.
           MOVE 0 TO WS-RELEASED-AMT.
           PERFORM TAKE-HOLD-RTN THRU TAKE-HOLD-RTN-EXIT
              UNTIL HOLD-EOF-SW = 'F'
                 OR FHD-ACCT-NUMBER > WS-CUR-ACCT.
           IF ACCT-HOLD-AMOUNT NUMERIC
               MOVE ACCT-HOLD-AMOUNT TO WS-OLD-HOLD
           ELSE
               MOVE 0 TO WS-OLD-HOLD
           END-IF.
      * LESS TONIGHT'S RELEASES THE OLD TOTAL MUST EQUAL THE HOLDS
      * STILL OUTSTANDING - ANYTHING ELSE WAS OUT OF STEP AND IS
      * LISTED WITH THE TOTAL THE ACCOUNT CARRIED.
           COMPUTE WS-EXPECTED = WS-OLD-HOLD - WS-RELEASED-AMT.
           IF WS-EXPECTED NOT = WS-STILL-HELD
               ADD 1 TO WS-RESYNC-CNT
               MOVE SPACES         TO DETAIL-LINE
               MOVE ACCT-NUMBER    TO DL-ACCT
               MOVE WS-OLD-HOLD    TO DL-AMOUNT
               MOVE 'HOLD TOTAL CORRECTED' TO DL-NOTE
               MOVE DETAIL-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
      * A RECORD FROM BEFORE THE HOLD FIELD EXISTED, OR A TOTAL THAT
      * HAS MOVED, IS REWRITTEN.
           IF ACCT-HOLD-AMOUNT NUMERIC
                   AND WS-OLD-HOLD = WS-STILL-HELD
               GO TO PROCESS-ACCOUNT-NEXT-RTN
           END-IF.
           PERFORM UPDATE-ACCOUNT-RTN.
       PROCESS-ACCOUNT-NEXT-RTN.
           READ ACCT-FILE
               AT END MOVE 'F' TO EOF-SW.
       PROCESS-ACCOUNT-RTN-EXIT. EXIT.

       TAKE-HOLD-RTN.
           IF FHD-ACCT-NUMBER > WS-CUR-ACCT
               GO TO TAKE-HOLD-RTN-EXIT
           END-IF.
           ADD 1 TO WS-HOLD-READ.
           IF NOT FHD-HELD
               GO TO TAKE-HOLD-NEXT
           END-IF.
           IF FHD-ACCT-NUMBER < WS-CUR-ACCT
      * THE ACCOUNT IS GONE - THE HOLD CAN PROTECT NOTHING, SO IT IS
      * CLOSED OFF AND LISTED.
               ADD 1 TO WS-ORPHAN-CNT
               MOVE 'NO ACCOUNT - HOLD CLOSED' TO DL-NOTE
               PERFORM RELEASE-HOLD-RTN
               GO TO TAKE-HOLD-NEXT
           END-IF.
           IF FHD-RELEASE-DATE > WS-RUN-DATE-8
               ADD 1 TO WS-HELD-CNT
               ADD FHD-AMOUNT TO WS-STILL-HELD
               GO TO TAKE-HOLD-NEXT
           END-IF.
           ADD 1 TO WS-RELEASE-CNT.
           ADD FHD-AMOUNT TO WS-RELEASED-AMT.
           ADD FHD-AMOUNT TO WS-RELEASE-TOT.
           MOVE 'RELEASED' TO DL-NOTE.
           PERFORM RELEASE-HOLD-RTN.
       TAKE-HOLD-NEXT.
           READ HOLD-FILE
               AT END MOVE 'F' TO HOLD-EOF-SW.
       TAKE-HOLD-RTN-EXIT. EXIT.

       RELEASE-HOLD-RTN.
           MOVE 'R' TO FHD-STATUS.
           REWRITE FHD-RECORD.
           IF NOT FHD-OK
               DISPLAY 'SU41FHRL ABEND - HOLD-FILE REWRITE FAILED, '
                       'STATUS=' FHD-RC ' KEY=' FHD-KEY
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE FHD-ACCT-NUMBER  TO DL-ACCT.
           MOVE FHD-DATE         TO DL-DATE.
           MOVE FHD-TRAN-CODE    TO DL-CODE.
           MOVE FHD-AMOUNT       TO DL-AMOUNT.
           MOVE FHD-RELEASE-DATE TO DL-RELEASE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.

       UPDATE-ACCOUNT-RTN.
           ADD 1 TO WS-ACCT-UPD-CNT.
           MOVE ACCT-RECORD TO WS-BEFORE-IMAGE.
           MOVE WS-STILL-HELD TO ACCT-HOLD-AMOUNT.
           REWRITE ACCT-RECORD.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41FHRL ABEND - ACCT-FILE REWRITE FAILED, '
                       'STATUS=' ACCT-RC ' ACCOUNT=' ACCT-NUMBER
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE 'U' TO RCV-ACTION.
           PERFORM WRITE-RECOVERY-RTN.

       WRITE-RECOVERY-RTN.
           MOVE WS-RUN-DATE-8    TO RCV-DATE.
           MOVE WS-RUN-TIME(1:6) TO RCV-TIME.
           MOVE 'BATCH   '       TO RCV-USERID.
           MOVE 'SU41FHRL'       TO RCV-PROGRAM.
           MOVE ACCT-NUMBER      TO RCV-ACCT-NUMBER.
           MOVE WS-BEFORE-IMAGE  TO RCV-BEFORE-IMAGE.
           MOVE ACCT-RECORD      TO RCV-AFTER-IMAGE.
           WRITE JRNL-REC.
       WRITE-RECOVERY-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HOLD RECORDS READ                       '
               TO CTL-LABEL.
           MOVE WS-HOLD-READ TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HOLDS RELEASED                          '
               TO CTL-LABEL.
           MOVE WS-RELEASE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HOLDS STILL OUTSTANDING                 '
               TO CTL-LABEL.
           MOVE WS-HELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HOLDS WITH NO ACCOUNT - CLOSED          '
               TO CTL-LABEL.
           MOVE WS-ORPHAN-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACCOUNTS REWRITTEN                      '
               TO CTL-LABEL.
           MOVE WS-ACCT-UPD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACCOUNT HOLD TOTALS CORRECTED           '
               TO CTL-LABEL.
           MOVE WS-RESYNC-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           DISPLAY 'DEPOSIT HOLDS RELEASED TONIGHT: '
                   WS-RELEASE-TOT.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE ACCT-FILE HOLD-FILE JRNL-FILE OUT-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
