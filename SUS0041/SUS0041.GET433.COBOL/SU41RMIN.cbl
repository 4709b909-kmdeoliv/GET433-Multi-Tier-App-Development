       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41RMIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TRN-FILE      ASSIGN TO RMTRAN
                     FILE STATUS IS TRN-FS.
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
       DATA DIVISION.
       FILE SECTION.
      **** RETURNED-MAIL TRANSACTIONS - ONE PER PIECE THE POST OFFICE
      **** SENT BACK, KEYED BY THE MAIL ROOM FROM THE ENVELOPE: WHOSE
      **** IT WAS ('S' STUDENT BY SSN, 'P' EMPLOYEE BY EMPLOYEE ID,
      **** 'A' ACCOUNT BY ACCOUNT NUMBER), THE DATE IT CAME BACK, THE
      **** PROGRAM THAT PRINTED IT AND THE POST OFFICE'S REASON.
      **** RT-ADDRESS, WHEN KEYED, IS THE FIRST 20 CHARACTERS OF THE
      **** ADDRESS ON THE ENVELOPE - A PIECE MAILED BEFORE AN ADDRESS
      **** CHANGE THEN DOES NOT FLAG THE NEW ADDRESS. ******************
       FD  TRN-FILE.
       01  TRN-REC.
           05  RT-MASTER      PIC X.
               88  RT-STUDENT            VALUE 'S'.
               88  RT-EMPLOYEE           VALUE 'P'.
               88  RT-ACCOUNT            VALUE 'A'.
           05  RT-ID          PIC X(9).
           05  RT-SSN         REDEFINES RT-ID PIC 9(9).
           05  RT-DATE        PIC 9(8).
           05  RT-DOC-PGM     PIC X(8).
           05  RT-REASON      PIC X(20).
           05  RT-ADDRESS     PIC X(20).
           05  FILLER         PIC X(14).

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

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * RETURNED-MAIL INTAKE.         *
      *                                * FLAGS EACH ADDRESS THE POST   *
      *                                * OFFICE SENT MAIL BACK FROM ON *
      *                                * THE RTNMAIL REGISTER, WITH    *
      *                                * THE DATE RETURNED AND THE     *
      *                                * ADDRESS AS IT STANDS ON THE   *
      *                                * STUDENT MASTER, PAYROLL       *
      *                                * MASTER OR ACCOUNT RECORD.     *
      *                                * EVERY MAILING RUN HOLDS MAIL  *
      *                                * FOR THAT ADDRESS UNTIL IT IS  *
      *                                * CHANGED.                      *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  PAY-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-TRN-DATE     PIC 9(8)      VALUE 0.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-NEW-CNT      PIC 9(7)      VALUE 0.
           05  WS-AGAIN-CNT    PIC 9(7)      VALUE 0.
           05  WS-READDR-CNT   PIC 9(7)      VALUE 0.
           05  WS-STALE-CNT    PIC 9(7)      VALUE 0.
           05  WS-REJ-CNT      PIC 9(7)      VALUE 0.
           05  WS-PAY-CNT      PIC 9(5)      VALUE 0.
           05  WS-PAY-MAX      PIC 9(5)      VALUE 5000.
           05  PAY-SUB         PIC 9(5)      VALUE 0.
           05  PAY-HIT-SUB     PIC 9(5)      VALUE 0.
           05  WS-FIND-ID      PIC X(7)      VALUE SPACES.
           05  PAY-FOUND-SW    PIC X         VALUE 'N'.
               88  PAY-FOUND                 VALUE 'Y'.
           05  MASTER-FOUND-SW PIC X         VALUE 'N'.
               88  MASTER-FOUND              VALUE 'Y'.
           05  RML-FOUND-SW    PIC X         VALUE 'N'.
               88  RML-FOUND                 VALUE 'Y'.
           05  VSAM-OPEN-SW    PIC X         VALUE 'N'.
               88  VSAM-FILE-OPEN            VALUE 'Y'.
           05  ACCT-OPEN-SW    PIC X         VALUE 'N'.
               88  ACCT-FILE-OPEN            VALUE 'Y'.
           05  PAY-OPEN-SW     PIC X         VALUE 'N'.
               88  PAY-FILE-OPEN             VALUE 'Y'.
           05  WS-NAME         PIC X(20)     VALUE SPACES.
           05  WS-SNAP         PIC X(60)     VALUE SPACES.
           05  WS-SNAP-R       REDEFINES WS-SNAP.
               10  WS-SNAP-LINE1   PIC X(20).
               10  FILLER          PIC X(40).
           05  TRN-FS          PIC XX        VALUE '00'.
               88  TRN-FS-OK                 VALUE '00'.
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
               10  PT-NAME         PIC X(20).
               10  PT-ADDRESS      PIC X(60).

           COPY VSAMRC.

           COPY ACCTRC.

           COPY RMLW.

       01  HDG-LINE1.
           05 FILLER          PIC X(24) VALUE SPACES.
           05 FILLER          PIC X(32) VALUE
                   'RETURNED-MAIL INTAKE REGISTER   '.
           05 FILLER          PIC X(24) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '  M  ID         NAME                  RE'.
           05 FILLER          PIC X(40) VALUE
                   'SULT                        PRINTED BY  '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-MASTER       PIC X.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-ID           PIC X(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NAME         PIC X(20).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-RESULT       PIC X(28).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-DOC-PGM      PIC X(8).
           05 FILLER          PIC X(4)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-PAYROLL-RTN THRU LOAD-PAYROLL-RTN-EXIT
              UNTIL PAY-EOF-SW = 'F'.
           PERFORM READ-INPUT THRU READ-INPUT-EXIT
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT TRN-FILE.
           IF NOT TRN-FS-OK
               DISPLAY 'SU41RMIN - TRN-FILE OPEN FAILED, STATUS='
                       TRN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O RML-FILE.
           IF NOT RML-OK
               DISPLAY 'SU41RMIN - RML-FILE OPEN FAILED, STATUS='
                       RML-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * A MASTER THAT CANNOT BE OPENED ONLY REJECTS ITS OWN RETURNS -
      * THE REST STILL APPLY.
           OPEN INPUT VSAM-INFILE.
           IF VSAM-SUCCESSFUL
               MOVE 'Y' TO VSAM-OPEN-SW
           ELSE
               DISPLAY 'SU41RMIN - NO STUDENT MASTER, STATUS='
                       VSAM-RC ' - STUDENT RETURNS REJECTED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF ACCT-SUCCESSFUL
               MOVE 'Y' TO ACCT-OPEN-SW
           ELSE
               DISPLAY 'SU41RMIN - NO ACCOUNT FILE, STATUS='
                       ACCT-RC ' - ACCOUNT RETURNS REJECTED'
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF PAYROLL-FS-OK
               MOVE 'Y' TO PAY-OPEN-SW
               READ PAYROLL-FILE
                   AT END MOVE 'F' TO PAY-EOF-SW
               END-READ
           ELSE
               DISPLAY 'SU41RMIN - NO PAYROLL MASTER, STATUS='
                       PAYROLL-FS ' - EMPLOYEE RETURNS REJECTED'
               MOVE 'F' TO PAY-EOF-SW
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41RMIN - OUT-FILE OPEN FAILED, STATUS='
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

       LOAD-PAYROLL-RTN.
           IF WS-PAY-CNT NOT < WS-PAY-MAX
               DISPLAY 'SU41RMIN ABEND - PAYROLL TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-PAY-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-PAY-CNT.
           MOVE PR-EMPLOYEE-ID TO PT-EMP-ID(WS-PAY-CNT).
           MOVE PR-LAST-NAME   TO PT-NAME(WS-PAY-CNT).
           MOVE PR-ADDRESS1    TO WS-PA-ADDRESS1.
           MOVE PR-CITY        TO WS-PA-CITY.
           MOVE WS-PAY-ADDR    TO PT-ADDRESS(WS-PAY-CNT).
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAY-EOF-SW.
       LOAD-PAYROLL-RTN-EXIT. EXIT.

       READ-INPUT.
           ADD 1 TO WS-READ-CNT.
           MOVE SPACES TO DETAIL-LINE.
           MOVE RT-MASTER  TO DL-MASTER.
           MOVE RT-ID      TO DL-ID.
           MOVE RT-DOC-PGM TO DL-DOC-PGM.
           IF RT-DATE NUMERIC AND RT-DATE > 0
               MOVE RT-DATE TO WS-TRN-DATE
           ELSE
               MOVE WS-RUN-DATE-8 TO WS-TRN-DATE
           END-IF.
           IF NOT RT-STUDENT AND NOT RT-EMPLOYEE AND NOT RT-ACCOUNT
               MOVE 'REJECTED - BAD MASTER CODE' TO DL-RESULT
               GO TO READ-INPUT-REJECT
           END-IF.
           IF RT-ID = SPACES
               MOVE 'REJECTED - NO ID' TO DL-RESULT
               GO TO READ-INPUT-REJECT
           END-IF.
           PERFORM GET-MASTER-RTN THRU GET-MASTER-RTN-EXIT.
           IF NOT MASTER-FOUND
               GO TO READ-INPUT-REJECT
           END-IF.
           MOVE WS-NAME TO DL-NAME.
      * THE PIECE WENT TO AN ADDRESS THE MASTER NO LONGER HOLDS - IT
      * WAS MAILED BEFORE THE CHANGE, SO THE NEW ADDRESS STAYS CLEAR.
           IF RT-ADDRESS NOT = SPACES
                   AND RT-ADDRESS NOT = WS-SNAP-LINE1
               ADD 1 TO WS-STALE-CNT
               MOVE 'IGNORED - ADDRESS CHANGED' TO DL-RESULT
               GO TO READ-INPUT-NEXT
           END-IF.
           MOVE RT-MASTER TO RML-MASTER.
           MOVE RT-ID     TO RML-ID.
           READ RML-FILE
               INVALID KEY MOVE '23' TO RML-FS.
           IF RML-OK
               MOVE 'Y' TO RML-FOUND-SW
           ELSE
               MOVE 'N' TO RML-FOUND-SW
           END-IF.
           PERFORM FLAG-ADDRESS-RTN THRU FLAG-ADDRESS-RTN-EXIT.
           GO TO READ-INPUT-NEXT.
       READ-INPUT-REJECT.
           ADD 1 TO WS-REJ-CNT.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
       READ-INPUT-NEXT.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           READ TRN-FILE
               AT END MOVE 'F' TO EOF-SW.
       READ-INPUT-EXIT. EXIT.

       GET-MASTER-RTN.
      * THE NAME AND ADDRESS COME FROM THE MASTER, NOT THE ENVELOPE,
      * SO THE SNAPSHOT MATCHES WHAT THE MAILING RUNS WILL PRINT.
           MOVE 'N' TO MASTER-FOUND-SW.
           MOVE SPACES TO WS-NAME WS-SNAP.
           EVALUATE TRUE
               WHEN RT-STUDENT
                   PERFORM GET-STUDENT-RTN THRU GET-STUDENT-RTN-EXIT
               WHEN RT-EMPLOYEE
                   PERFORM GET-EMPLOYEE-RTN THRU GET-EMPLOYEE-RTN-EXIT
               WHEN OTHER
                   PERFORM GET-ACCOUNT-RTN THRU GET-ACCOUNT-RTN-EXIT
           END-EVALUATE.
       GET-MASTER-RTN-EXIT. EXIT.

       GET-STUDENT-RTN.
           IF NOT VSAM-FILE-OPEN
               MOVE 'REJECTED - NO STUDENT MASTER' TO DL-RESULT
               GO TO GET-STUDENT-RTN-EXIT
           END-IF.
           IF RT-SSN NOT NUMERIC
               MOVE 'REJECTED - SSN NOT NUMERIC' TO DL-RESULT
               GO TO GET-STUDENT-RTN-EXIT
           END-IF.
           MOVE RT-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           IF NOT VSAM-SUCCESSFUL
               MOVE 'REJECTED - NOT ON MASTER' TO DL-RESULT
               GO TO GET-STUDENT-RTN-EXIT
           END-IF.
           MOVE VR-NAME    TO WS-NAME.
           MOVE VR-ADDRESS TO WS-SNAP.
           MOVE 'Y' TO MASTER-FOUND-SW.
       GET-STUDENT-RTN-EXIT. EXIT.

       GET-EMPLOYEE-RTN.
           IF NOT PAY-FILE-OPEN
               MOVE 'REJECTED - NO PAYROLL MASTER' TO DL-RESULT
               GO TO GET-EMPLOYEE-RTN-EXIT
           END-IF.
           MOVE RT-ID TO WS-FIND-ID.
           MOVE 'N' TO PAY-FOUND-SW.
           MOVE 0 TO PAY-HIT-SUB.
           PERFORM FIND-PAY-RTN
               VARYING PAY-SUB FROM 1 BY 1
               UNTIL PAY-SUB > WS-PAY-CNT OR PAY-FOUND.
           IF NOT PAY-FOUND
               MOVE 'REJECTED - NOT ON MASTER' TO DL-RESULT
               GO TO GET-EMPLOYEE-RTN-EXIT
           END-IF.
           MOVE PT-NAME(PAY-HIT-SUB)    TO WS-NAME.
           MOVE PT-ADDRESS(PAY-HIT-SUB) TO WS-SNAP.
           MOVE 'Y' TO MASTER-FOUND-SW.
       GET-EMPLOYEE-RTN-EXIT. EXIT.

       FIND-PAY-RTN.
           IF PT-EMP-ID(PAY-SUB) = WS-FIND-ID
               MOVE 'Y' TO PAY-FOUND-SW
               MOVE PAY-SUB TO PAY-HIT-SUB
           END-IF.
       FIND-PAY-RTN-EXIT. EXIT.

       GET-ACCOUNT-RTN.
           IF NOT ACCT-FILE-OPEN
               MOVE 'REJECTED - NO ACCOUNT FILE' TO DL-RESULT
               GO TO GET-ACCOUNT-RTN-EXIT
           END-IF.
           MOVE RT-ID TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY MOVE '23' TO ACCT-RC.
           IF NOT ACCT-SUCCESSFUL
               MOVE 'REJECTED - NOT ON MASTER' TO DL-RESULT
               GO TO GET-ACCOUNT-RTN-EXIT
           END-IF.
           MOVE ACCT-SURNAME   TO WS-NAME.
           MOVE ACCT-ADDRESS-1 TO WS-AA-LINE1.
           MOVE ACCT-ADDRESS-2 TO WS-AA-LINE2.
           MOVE ACCT-ADDRESS-3 TO WS-AA-LINE3.
           MOVE WS-ACCT-ADDR   TO WS-SNAP.
           MOVE 'Y' TO MASTER-FOUND-SW.
       GET-ACCOUNT-RTN-EXIT. EXIT.

       FLAG-ADDRESS-RTN.
      * A SECOND RETURN FROM THE SAME ADDRESS ADDS TO ITS COUNT; ONE
      * FROM A DIFFERENT ADDRESS MEANS THE NEW ADDRESS IS BAD TOO, SO
      * THE ENTRY STARTS OVER FOR IT.
           IF RML-FOUND AND RML-ADDR-SNAP = WS-SNAP
               ADD 1 TO RML-RETURN-CNT
               IF WS-TRN-DATE > RML-RETURNED-DATE
                   MOVE WS-TRN-DATE TO RML-RETURNED-DATE
               END-IF
               MOVE 'FLAGGED - RETURNED AGAIN' TO DL-RESULT
           ELSE
               IF RML-FOUND
                   MOVE 'FLAGGED - NEW ADDRESS' TO DL-RESULT
               ELSE
                   MOVE SPACES TO RML-RECORD
                   MOVE RT-MASTER TO RML-MASTER
                   MOVE RT-ID     TO RML-ID
                   MOVE 'FLAGGED - FIRST RETURN' TO DL-RESULT
               END-IF
               MOVE WS-TRN-DATE TO RML-RETURNED-DATE
               MOVE WS-TRN-DATE TO RML-FIRST-RETURNED
               MOVE 1           TO RML-RETURN-CNT
               MOVE WS-SNAP     TO RML-ADDR-SNAP
           END-IF.
           MOVE RT-DOC-PGM TO RML-DOC-PGM.
           MOVE WS-NAME    TO RML-NAME.
           IF RML-FOUND
               REWRITE RML-RECORD
                   INVALID KEY MOVE '23' TO RML-FS
               END-REWRITE
           ELSE
               WRITE RML-RECORD
                   INVALID KEY MOVE '22' TO RML-FS
               END-WRITE
           END-IF.
           IF NOT RML-OK
               DISPLAY 'SU41RMIN - RML-FILE UPDATE FAILED, KEY '
                       RML-KEY ' STATUS=' RML-FS
               MOVE 'FAILED - SEE JOB LOG' TO DL-RESULT
               ADD 1 TO WS-REJ-CNT
               MOVE 8 TO RETURN-CODE
               GO TO FLAG-ADDRESS-RTN-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN NOT RML-FOUND
                   ADD 1 TO WS-NEW-CNT
               WHEN RML-RETURN-CNT = 1
                   ADD 1 TO WS-READDR-CNT
               WHEN OTHER
                   ADD 1 TO WS-AGAIN-CNT
           END-EVALUATE.
       FLAG-ADDRESS-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TRANSACTIONS READ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  ADDRESSES FLAGGED - FIRST RETURN' TO CTL-LABEL.
           MOVE WS-NEW-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  ADDRESSES FLAGGED - RETURNED AGAIN' TO CTL-LABEL.
           MOVE WS-AGAIN-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  ADDRESSES FLAGGED - NEW ADDRESS' TO CTL-LABEL.
           MOVE WS-READDR-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  IGNORED - ADDRESS SINCE CHANGED' TO CTL-LABEL.
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
           CLOSE TRN-FILE RML-FILE OUT-FILE.
           IF VSAM-FILE-OPEN
               CLOSE VSAM-INFILE
           END-IF.
           IF ACCT-FILE-OPEN
               CLOSE ACCT-FILE
           END-IF.
           IF PAY-FILE-OPEN
               CLOSE PAYROLL-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.
