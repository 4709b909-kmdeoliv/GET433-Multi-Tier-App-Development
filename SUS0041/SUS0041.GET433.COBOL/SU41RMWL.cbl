       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41RMWL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT ACCT-FILE
              ASSIGN TO VSAMFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                    RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS ACCT-RC.
            COPY VSAMSEL.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           COPY PAYREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.

       COPY VSAMFD.

       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * WEEKLY BAD-ADDRESS WORKLIST.  *
      *                                * LISTS EVERY ADDRESS ON THE    *
      *                                * RTNMAIL REGISTER WITH THE     *
      *                                * PIECES HELD FOR IT THIS WEEK  *
      *                                * (MAILHOLD), SO THE OFFICES    *
      *                                * CAN CHASE A CORRECT ADDRESS.  *
      *                                * AN ENTRY WHOSE MASTER ADDRESS *
      *                                * HAS SINCE CHANGED, OR WHOSE   *
      *                                * MASTER RECORD IS GONE, IS     *
      *                                * LISTED ONE LAST TIME AND      *
      *                                * DELETED.  THE JOB EMPTIES THE *
      *                                * HOLD LIST AFTER THIS STEP.    *
      *                                *********************************
       01  WS-WORK-AREA.
           05  RML-EOF-SW      PIC X         VALUE SPACES.
           05  MHL-EOF-SW      PIC X         VALUE SPACES.
           05  PAY-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-OPEN-CNT     PIC 9(7)      VALUE 0.
           05  WS-MOVED-CNT    PIC 9(7)      VALUE 0.
           05  WS-GONE-CNT     PIC 9(7)      VALUE 0.
           05  WS-FAIL-CNT     PIC 9(7)      VALUE 0.
           05  WS-HOLD-READ    PIC 9(7)      VALUE 0.
           05  WS-HOLD-MATCH   PIC 9(7)      VALUE 0.
           05  WS-HOLD-OTHER   PIC 9(7)      VALUE 0.
           05  WS-HOLD-CNT     PIC 9(5)      VALUE 0.
           05  WS-HOLD-MAX     PIC 9(5)      VALUE 5000.
           05  HLD-SUB         PIC 9(5)      VALUE 0.
           05  HLD-HIT-SUB     PIC 9(5)      VALUE 0.
           05  WS-FIND-KEY     PIC X(10)     VALUE SPACES.
           05  HLD-FOUND-SW    PIC X         VALUE 'N'.
               88  HLD-FOUND                 VALUE 'Y'.
           05  WS-PAY-CNT      PIC 9(5)      VALUE 0.
           05  WS-PAY-MAX      PIC 9(5)      VALUE 5000.
           05  PAY-SUB         PIC 9(5)      VALUE 0.
           05  PAY-HIT-SUB     PIC 9(5)      VALUE 0.
           05  WS-FIND-ID      PIC X(7)      VALUE SPACES.
           05  PAY-FOUND-SW    PIC X         VALUE 'N'.
               88  PAY-FOUND                 VALUE 'Y'.
           05  MASTER-FOUND-SW PIC X         VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  WS-SNAP         PIC X(60)     VALUE SPACES.
           05  WS-SSN          PIC 9(9)      VALUE 0.
           05  WS-SSN-X        REDEFINES WS-SSN PIC X(9).
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** THE ADDRESS AS THE REGISTER KEEPS IT - SEE RMLREC.CPY ******
       01  WS-ACCT-ADDR.
           05  WS-AA-LINE1     PIC X(25).
           05  WS-AA-LINE2     PIC X(20).
           05  WS-AA-LINE3     PIC X(15).

       01  WS-PAY-ADDR.
           05  WS-PA-ADDRESS1  PIC X(30).
           05  WS-PA-CITY      PIC X(30).

      **** THE PAYROLL MASTER IS SEQUENTIAL - HELD HERE FOR LOOKUP ****
       01  WS-PAY-AREA.
           05  WS-PAY-TBL OCCURS 5000 TIMES.
               10  PT-EMP-ID       PIC X(7).
               10  PT-ADDRESS      PIC X(60).

      **** PIECES HELD THIS WEEK, BY REGISTER KEY *********************
       01  WS-HOLD-AREA.
           05  WS-HOLD-TBL OCCURS 5000 TIMES.
               10  HT-KEY          PIC X(10).
               10  HT-CNT          PIC 9(4).

           COPY VSAMRC.

           COPY ACCTRC.

           COPY RMLW.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(32) VALUE
                   'BAD-ADDRESS WORKLIST - RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'M ID        NAME               ADDRESS  '.
           05 FILLER          PIC X(40) VALUE
                   '            RETURNED RTN HELD ACTION    '.

       01  DETAIL-LINE.
           05 DL-MASTER       PIC X.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ID           PIC X(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(18).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ADDRESS      PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-RETURNED     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-RETURN-CNT   PIC ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-HELD         PIC ZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ACTION       PIC X(9).
           05 FILLER          PIC X(1)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-PAYROLL-RTN THRU LOAD-PAYROLL-RTN-EXIT
              UNTIL PAY-EOF-SW = 'F'.
           PERFORM LOAD-HOLDS-RTN THRU LOAD-HOLDS-RTN-EXIT
              UNTIL MHL-EOF-SW = 'F'.
           PERFORM LIST-ENTRY-RTN THRU LIST-ENTRY-RTN-EXIT
              UNTIL RML-EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * EVERY MASTER IS REQUIRED - AN ENTRY IS PURGED ON WHAT THE
      * MASTER SAYS, SO ONE THAT CANNOT BE READ MUST STOP THE RUN.
           OPEN I-O RML-FILE.
           IF NOT RML-OK
               DISPLAY 'SU41RMWL - RML-FILE OPEN FAILED, STATUS='
                       RML-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VSAM-INFILE.
           IF NOT VSAM-SUCCESSFUL
               DISPLAY 'SU41RMWL - VSAM-INFILE OPEN FAILED, STATUS='
                       VSAM-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41RMWL - ACCT-FILE OPEN FAILED, STATUS='
                       ACCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41RMWL - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MHL-FILE.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41RMWL - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41RMWL - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAY-EOF-SW.
           READ MHL-FILE
               AT END MOVE 'F' TO MHL-EOF-SW.
           READ RML-FILE NEXT RECORD
               AT END MOVE 'F' TO RML-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-PAYROLL-RTN.
           IF WS-PAY-CNT NOT < WS-PAY-MAX
               DISPLAY 'SU41RMWL ABEND - PAYROLL TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-PAY-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-PAY-CNT.
           MOVE PR-EMPLOYEE-ID TO PT-EMP-ID(WS-PAY-CNT).
           MOVE PR-ADDRESS1    TO WS-PA-ADDRESS1.
           MOVE PR-CITY        TO WS-PA-CITY.
           MOVE WS-PAY-ADDR    TO PT-ADDRESS(WS-PAY-CNT).
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAY-EOF-SW.
       LOAD-PAYROLL-RTN-EXIT. EXIT.

       LOAD-HOLDS-RTN.
           ADD 1 TO WS-HOLD-READ.
           MOVE MHL-KEY TO WS-FIND-KEY.
           PERFORM LOOKUP-HOLD-RTN.
           IF NOT HLD-FOUND
               IF WS-HOLD-CNT NOT < WS-HOLD-MAX
                   DISPLAY 'SU41RMWL ABEND - HOLD TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-HOLD-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-HOLD-CNT
               MOVE WS-HOLD-CNT TO HLD-HIT-SUB
               MOVE MHL-KEY TO HT-KEY(HLD-HIT-SUB)
               MOVE 0 TO HT-CNT(HLD-HIT-SUB)
           END-IF.
           ADD 1 TO HT-CNT(HLD-HIT-SUB).
           READ MHL-FILE
               AT END MOVE 'F' TO MHL-EOF-SW.
       LOAD-HOLDS-RTN-EXIT. EXIT.

       LOOKUP-HOLD-RTN.
           MOVE 'N' TO HLD-FOUND-SW.
           MOVE 0 TO HLD-HIT-SUB.
           PERFORM FIND-HOLD-RTN
               VARYING HLD-SUB FROM 1 BY 1
               UNTIL HLD-SUB > WS-HOLD-CNT OR HLD-FOUND.
       LOOKUP-HOLD-RTN-EXIT. EXIT.

       FIND-HOLD-RTN.
           IF HT-KEY(HLD-SUB) = WS-FIND-KEY
               MOVE 'Y' TO HLD-FOUND-SW
               MOVE HLD-SUB TO HLD-HIT-SUB
           END-IF.
       FIND-HOLD-RTN-EXIT. EXIT.

       LIST-ENTRY-RTN.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE RML-MASTER        TO DL-MASTER.
           MOVE RML-ID            TO DL-ID.
           MOVE RML-NAME          TO DL-NAME.
           MOVE RML-ADDR-SNAP     TO DL-ADDRESS.
           MOVE RML-RETURNED-DATE TO DL-RETURNED.
           MOVE RML-RETURN-CNT    TO DL-RETURN-CNT.
           MOVE RML-KEY TO WS-FIND-KEY.
           PERFORM LOOKUP-HOLD-RTN.
           IF HLD-FOUND
               MOVE HT-CNT(HLD-HIT-SUB) TO DL-HELD
               ADD HT-CNT(HLD-HIT-SUB) TO WS-HOLD-MATCH
           ELSE
               MOVE 0 TO DL-HELD
           END-IF.
           PERFORM GET-MASTER-RTN THRU GET-MASTER-RTN-EXIT.
           IF MASTER-FOUND AND WS-SNAP = RML-ADDR-SNAP
               ADD 1 TO WS-OPEN-CNT
               MOVE 'OPEN' TO DL-ACTION
               GO TO LIST-ENTRY-NEXT
           END-IF.
      * THE ADDRESS WAS CHANGED OUTSIDE THE MAINTENANCE SCREENS (THE
      * PAYROLL MASTER, A FEED, A RELOAD) OR THE RECORD IS GONE - THE
      * FLAG NO LONGER HOLDS ANYTHING, SO IT COMES OFF.
           DELETE RML-FILE RECORD
               INVALID KEY MOVE '23' TO RML-FS.
           IF NOT RML-OK
               DISPLAY 'SU41RMWL - RML-FILE DELETE FAILED, KEY '
                       RML-KEY ' STATUS=' RML-FS
               ADD 1 TO WS-FAIL-CNT
               MOVE 'FAILED' TO DL-ACTION
               MOVE 8 TO RETURN-CODE
               GO TO LIST-ENTRY-NEXT
           END-IF.
           IF MASTER-FOUND
               ADD 1 TO WS-MOVED-CNT
               MOVE 'CLEARED' TO DL-ACTION
           ELSE
               ADD 1 TO WS-GONE-CNT
               MOVE 'OFF FILE' TO DL-ACTION
           END-IF.
       LIST-ENTRY-NEXT.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           READ RML-FILE NEXT RECORD
               AT END MOVE 'F' TO RML-EOF-SW.
       LIST-ENTRY-RTN-EXIT. EXIT.

       GET-MASTER-RTN.
      * THE ADDRESS IS BUILT EXACTLY AS THE INTAKE (SU41RMIN) BUILT
      * THE SNAPSHOT.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE SPACES TO WS-SNAP.
           EVALUATE TRUE
               WHEN RML-STUDENT
                   PERFORM GET-STUDENT-RTN THRU GET-STUDENT-RTN-EXIT
               WHEN RML-EMPLOYEE
                   PERFORM GET-EMPLOYEE-RTN THRU GET-EMPLOYEE-RTN-EXIT
               WHEN RML-ACCOUNT
                   PERFORM GET-ACCOUNT-RTN THRU GET-ACCOUNT-RTN-EXIT
           END-EVALUATE.
       GET-MASTER-RTN-EXIT. EXIT.

       GET-STUDENT-RTN.
           MOVE RML-ID TO WS-SSN-X.
           IF WS-SSN NOT NUMERIC
               GO TO GET-STUDENT-RTN-EXIT
           END-IF.
           MOVE WS-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           IF VSAM-SUCCESSFUL
               MOVE VR-ADDRESS TO WS-SNAP
               MOVE 'Y' TO MASTER-FOUND-SW
           END-IF.
       GET-STUDENT-RTN-EXIT. EXIT.

       GET-EMPLOYEE-RTN.
           MOVE RML-ID TO WS-FIND-ID.
           MOVE 'N' TO PAY-FOUND-SW.
           MOVE 0 TO PAY-HIT-SUB.
           PERFORM FIND-PAY-RTN
               VARYING PAY-SUB FROM 1 BY 1
               UNTIL PAY-SUB > WS-PAY-CNT OR PAY-FOUND.
           IF PAY-FOUND
               MOVE PT-ADDRESS(PAY-HIT-SUB) TO WS-SNAP
               MOVE 'Y' TO MASTER-FOUND-SW
           END-IF.
       GET-EMPLOYEE-RTN-EXIT. EXIT.

       FIND-PAY-RTN.
           IF PT-EMP-ID(PAY-SUB) = WS-FIND-ID
               MOVE 'Y' TO PAY-FOUND-SW
               MOVE PAY-SUB TO PAY-HIT-SUB
           END-IF.
       FIND-PAY-RTN-EXIT. EXIT.

       GET-ACCOUNT-RTN.
           MOVE RML-ID TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY MOVE '23' TO ACCT-RC.
           IF ACCT-SUCCESSFUL
               MOVE ACCT-ADDRESS-1 TO WS-AA-LINE1
               MOVE ACCT-ADDRESS-2 TO WS-AA-LINE2
               MOVE ACCT-ADDRESS-3 TO WS-AA-LINE3
               MOVE WS-ACCT-ADDR   TO WS-SNAP
               MOVE 'Y' TO MASTER-FOUND-SW
           END-IF.
       GET-ACCOUNT-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           COMPUTE WS-HOLD-OTHER = WS-HOLD-READ - WS-HOLD-MATCH.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REGISTER ENTRIES READ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  STILL OPEN - MAIL BEING HELD' TO CTL-LABEL.
           MOVE WS-OPEN-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  CLEARED - ADDRESS CHANGED' TO CTL-LABEL.
           MOVE WS-MOVED-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  CLEARED - NO LONGER ON MASTER' TO CTL-LABEL.
           MOVE WS-GONE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  DELETE FAILED' TO CTL-LABEL.
           MOVE WS-FAIL-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'PIECES HELD THIS WEEK' TO CTL-LABEL.
           MOVE WS-HOLD-READ TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  FOR ENTRIES CLEARED ONLINE SINCE' TO CTL-LABEL.
           MOVE WS-HOLD-OTHER TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE RML-FILE VSAM-INFILE ACCT-FILE PAYROLL-FILE
                 MHL-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
