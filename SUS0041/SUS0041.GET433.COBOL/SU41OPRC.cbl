       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41OPRC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY SECSEL.
            SELECT PAYROLL-FILE ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT RCX-FILE  ASSIGN TO RCFILE
                     FILE STATUS IS RCX-FS.
            SELECT SORT-WORK ASSIGN TO SORTWK.
            SELECT RCS-FILE  ASSIGN TO RCSORT
                     FILE STATUS IS RCS-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT RPT-FILE  ASSIGN TO RFILE
                     FILE STATUS IS RPT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  SEC-FILE.
       01  SEC-RECORD.
           COPY SECREC.

       FD  PAYROLL-FILE.
           COPY PAYREC.

       FD  CTL-FILE.
           COPY OPRCTL.

       FD  RCX-FILE.
       01  RCX-REC.
           COPY RCRTREC REPLACING LEADING ==RCR-== BY ==RX-==.

       SD  SORT-WORK.
       01  SW-REC.
           COPY RCRTREC REPLACING LEADING ==RCR-== BY ==SW-==.

       FD  RCS-FILE.
       01  RCS-REC.
           COPY RCRTREC REPLACING LEADING ==RCR-== BY ==RS-==.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** THE DIVISION HEADS' RECERTIFICATION REPORT - ONE SECTION
      **** PER DIVISION, EACH ENDING IN A SIGN-OFF LINE. ***************
       FD  RPT-FILE.
       01  RPT-REC            PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * NIGHTLY OPERATOR ACCESS       *
      *                                * RECERTIFICATION.  EVERY       *
      *                                * SECPROF PROFILE IS MATCHED TO *
      *                                * ITS PAYROLL MASTER ROW BY     *
      *                                * SEC-EMPLOYEE-ID.  A PROFILE   *
      *                                * WHOSE OWNER PAYROLL SHOWS     *
      *                                * TERMINATED, RETIRED OR        *
      *                                * DISCHARGED IS SUSPENDED ON    *
      *                                * THE SPOT; ONE WITH NO PAYROLL *
      *                                * MATCH, OR NOT SIGNED ON AT    *
      *                                * THE MENU FOR THE CONTROL      *
      *                                * CARD'S DAYS, IS LISTED FOR    *
      *                                * SECURITY ADMINISTRATION.  ON  *
      *                                * THE FIRST BUSINESS DAY OF A   *
      *                                * QUARTER EVERY ACTIVE PROFILE  *
      *                                * IS ALSO PRINTED BY DIVISION   *
      *                                * FOR ITS DIVISION HEAD TO      *
      *                                * RECERTIFY.                    *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  PAYROLL-EOF-SW  PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  RCS-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-UNUSED-DAYS  PIC 9(3)      VALUE 90.
           05  RECERT-SW       PIC X         VALUE 'N'.
               88  RECERT-DAY                VALUE 'Y'.
           05  CHANGED-SW      PIC X         VALUE 'N'.
               88  PROFILE-CHANGED           VALUE 'Y'.
           05  FIRST-DIV-SW    PIC X         VALUE 'Y'.
               88  FIRST-DIVISION            VALUE 'Y'.
           05  WS-PREV-DIV     PIC X(10)     VALUE SPACES.
           05  WS-RUN-DAYNO    PIC 9(7)      VALUE 0.
           05  WS-IDLE-DAYS    PIC 9(7)      VALUE 0.
           05  WS-ACTION       PIC X(26)     VALUE SPACES.
           05  EMP-FOUND-SW    PIC X         VALUE 'N'.
               88  EMP-FOUND                 VALUE 'Y'.
           05  EMP-SUB         PIC 9(4)      VALUE 0.
           05  EMP-HIT-SUB     PIC 9(4)      VALUE 0.
           05  WS-EMP-CNT      PIC 9(4)      VALUE 0.
           05  WS-EMP-MAX      PIC 9(4)      VALUE 5000.
           05  WS-PROF-READ    PIC 9(7)      VALUE 0.
           05  WS-ALREADY-CNT  PIC 9(7)      VALUE 0.
           05  WS-SUSP-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOEMP-CNT    PIC 9(7)      VALUE 0.
           05  WS-UNUSED-CNT   PIC 9(7)      VALUE 0.
           05  WS-REWRITE-CNT  PIC 9(7)      VALUE 0.
           05  WS-FAIL-CNT     PIC 9(7)      VALUE 0.
           05  WS-RCR-CNT      PIC 9(7)      VALUE 0.
           05  WS-DIV-CNT      PIC 9(5)      VALUE 0.
           05  SEC-RC          PIC XX        VALUE '00'.
               88  SEC-OK                    VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  RCX-FS          PIC XX        VALUE '00'.
               88  RCX-FS-OK                 VALUE '00'.
           05  RCS-FS          PIC XX        VALUE '00'.
               88  RCS-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  RPT-FS          PIC XX        VALUE '00'.
               88  RPT-FS-OK                 VALUE '00'.

      **** THE PAYROLL MASTER, LOADED WHOLE AT START - ONLY WHAT THE
      **** PROFILE CHECK AND THE DIVISION REPORT NEED. *****************
       01  WS-EMP-AREA VALUE SPACES.
           05  WS-EMP-TBL OCCURS 5000 TIMES.
             10  ET-EMP-ID       PIC X(7).
             10  ET-STATUS       PIC X(1).
             10  ET-LAST-NAME    PIC X(18).
             10  ET-FIRST-INIT   PIC X(1).
             10  ET-DIVISION     PIC X(10).
             10  ET-DEPARTMENT   PIC X(10).

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '    OPERATOR ACCESS RECERTIFICATION     '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(16) VALUE 'PROCESSING DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(22) VALUE
                   '   UNUSED LIMIT (DAYS)'.
           05 HL-UNUSED-DAYS  PIC ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 HL-MODE         PIC X(28).

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   ' USERID   EMP ID   NAME                 '.
           05 FILLER          PIC X(40) VALUE
                   'A ACTION                     LAST USED  '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-USERID       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-LAST-NAME    PIC X(18).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FIRST-INIT   PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-AUTHORITY    PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ACTION       PIC X(26).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-LAST-USED    PIC 9(8).
           05 FILLER          PIC X(3)  VALUE SPACES.

       01  RC-HDG-LINE1.
           05 FILLER          PIC X(34) VALUE
                   'ACCESS RECERTIFICATION - DIVISION '.
           05 RH-DIVISION     PIC X(10).
           05 FILLER          PIC X(9)  VALUE '   AS OF '.
           05 RH-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(19) VALUE SPACES.

       01  RC-HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'THE DIVISION HEAD CONFIRMS EACH OPERATOR'.
           05 FILLER          PIC X(40) VALUE
                   ' BELOW STILL NEEDS THE AUTHORITY AND    '.

       01  RC-HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   'LIMIT SHOWN, STRIKES ANY THAT DOES NOT, '.
           05 FILLER          PIC X(40) VALUE
                   'SIGNS AND RETURNS TO SECURITY ADMIN.    '.

       01  RC-HDG-LINE4.
           05 FILLER          PIC X(40) VALUE
                   'DEPARTMENT USERID   EMP ID  NAME        '.
           05 FILLER          PIC X(40) VALUE
                   '         AUTHORITY      LIMIT LAST USED '.

       01  RC-DETAIL-LINE.
           05 RD-DEPARTMENT   PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RD-USERID       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RD-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RD-LAST-NAME    PIC X(18).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RD-FIRST-INIT   PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RD-AUTHORITY    PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RD-LIMIT        PIC ZZZ,ZZZ,ZZ9.
           05 RD-LIMIT-X      REDEFINES RD-LIMIT PIC X(11).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RD-LAST-USED    PIC 9(8).

       01  RC-FOOT-LINE1.
           05 FILLER          PIC X(20) VALUE 'OPERATORS LISTED    '.
           05 RF-COUNT        PIC ZZ,ZZ9.
           05 FILLER          PIC X(54) VALUE SPACES.

       01  RC-FOOT-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'CERTIFIED BY ________________________   '.
           05 FILLER          PIC X(40) VALUE
                   'DATE ____________                       '.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM GET-CONTROL-RTN.
           PERFORM SET-RECERT-DAY-RTN.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
           PERFORM LOAD-EMPLOYEE-RTN THRU LOAD-EMPLOYEE-RTN-EXIT
               UNTIL PAYROLL-EOF-SW = 'F'.
           CLOSE PAYROLL-FILE.
           PERFORM HDG-ROUTINE.
           READ SEC-FILE NEXT RECORD
               AT END MOVE 'F' TO EOF-SW.
           PERFORM PROCESS-PROFILE-RTN
               UNTIL EOF-SW = 'F'.
           IF RECERT-DAY
               CLOSE RCX-FILE
               PERFORM RECERT-REPORT-RTN THRU RECERT-REPORT-RTN-EXIT
           END-IF.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41OPRC - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * SUSPENSION AND LAST-USE DATES ARE STAMPED WITH THE BUSINESS
      * DAY, AND THE QUARTER'S FIRST BUSINESS DAY DRIVES THE REPORT.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41OPRC ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE BDT-PROCESSING-DATE TO BDT-DATE.
           PERFORM BDT-DAY-NUMBER-RTN THRU BDT-DAY-NUMBER-RTN-EXIT.
           MOVE BDT-DAY-NUMBER TO WS-RUN-DAYNO.
      * WITHOUT PAYROLL NO LEAVER CAN BE TOLD FROM A CURRENT
      * EMPLOYEE, SO NOTHING IS TOUCHED.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41OPRC - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           OPEN I-O SEC-FILE.
           IF NOT SEC-OK
               DISPLAY 'SU41OPRC - SEC-FILE OPEN FAILED, STATUS='
                       SEC-RC
               MOVE 16 TO RETURN-CODE
               CLOSE PAYROLL-FILE OUT-FILE
               GOBACK
           END-IF.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41OPRC - NO CONTROL CARD, USING DEFAULTS'
           ELSE
               READ CTL-FILE
                   AT END
                       DISPLAY 'CONTROL CARD EMPTY, USING DEFAULTS'
                       MOVE 'F' TO CTL-EOF-SW
               END-READ
               IF CTL-EOF-SW NOT = 'F'
                   IF OPR-UNUSED-DAYS NUMERIC
                           AND OPR-UNUSED-DAYS > 0
                       MOVE OPR-UNUSED-DAYS TO WS-UNUSED-DAYS
                   END-IF
                   IF OPR-RECERT-FORCED
                       MOVE 'Y' TO RECERT-SW
                   END-IF
               END-IF
               CLOSE CTL-FILE
           END-IF.
       GET-CONTROL-RTN-EXIT. EXIT.

       SET-RECERT-DAY-RTN.
      * THE QUARTER'S REPORT GOES OUT ON THE FIRST BUSINESS DAY OF
      * JANUARY, APRIL, JULY AND OCTOBER - THE 1ST ROLLED FORWARD
      * PAST ANY WEEKEND OR HOLIDAY.
           MOVE WS-RUN-DATE-8 TO BDT-DATE.
           IF BDT-MM = 1 OR BDT-MM = 4 OR BDT-MM = 7 OR BDT-MM = 10
               MOVE 1 TO BDT-DD
               PERFORM NEXT-BUSINESS-DAY-RTN
                   THRU NEXT-BUSINESS-DAY-RTN-EXIT
               IF BDT-DATE = WS-RUN-DATE-8
                   MOVE 'Y' TO RECERT-SW
               END-IF
           END-IF.
           IF RECERT-DAY
               OPEN OUTPUT RCX-FILE
               IF NOT RCX-FS-OK
                   DISPLAY 'SU41OPRC - RCX-FILE OPEN FAILED, STATUS='
                           RCX-FS
                   MOVE 16 TO RETURN-CODE
                   CLOSE PAYROLL-FILE SEC-FILE OUT-FILE
                   GOBACK
               END-IF
           END-IF.
       SET-RECERT-DAY-RTN-EXIT. EXIT.

       LOAD-EMPLOYEE-RTN.
      * A TERMINATED EMPLOYEE MISSED FOR WANT OF ROOM WOULD KEEP
      * THEIR ACCESS, SO A FULL TABLE STOPS THE RUN.
           IF WS-EMP-CNT NOT < WS-EMP-MAX
               DISPLAY 'SU41OPRC ABEND - PAYROLL TABLE FULL AT '
                       WS-EMP-MAX
               MOVE 16 TO RETURN-CODE
               CLOSE PAYROLL-FILE SEC-FILE OUT-FILE
               GOBACK
           END-IF.
           ADD 1 TO WS-EMP-CNT.
           MOVE PR-EMPLOYEE-ID   TO ET-EMP-ID(WS-EMP-CNT).
           MOVE PR-PAY1-STATUS   TO ET-STATUS(WS-EMP-CNT).
           MOVE PR-LAST-NAME     TO ET-LAST-NAME(WS-EMP-CNT).
           MOVE PR-FIRST-NAME    TO ET-FIRST-INIT(WS-EMP-CNT).
           MOVE PR-DIVISION      TO ET-DIVISION(WS-EMP-CNT).
           MOVE PR-DEPARTMENT    TO ET-DEPARTMENT(WS-EMP-CNT).
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       LOAD-EMPLOYEE-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE WS-RUN-DATE-8  TO HL-RUN-DATE.
           MOVE WS-UNUSED-DAYS TO HL-UNUSED-DAYS.
           IF RECERT-DAY
               MOVE 'RECERTIFICATION REPORT DUE ' TO HL-MODE
           ELSE
               MOVE SPACES TO HL-MODE
           END-IF.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       PROCESS-PROFILE-RTN.
           PERFORM CHECK-PROFILE-RTN THRU CHECK-PROFILE-RTN-EXIT.
           IF PROFILE-CHANGED
               PERFORM REWRITE-PROFILE-RTN
           END-IF.
           IF RECERT-DAY AND SEC-ACTIVE
               PERFORM WRITE-EXTRACT-RTN
           END-IF.
           READ SEC-FILE NEXT RECORD
               AT END MOVE 'F' TO EOF-SW.
       PROCESS-PROFILE-RTN-EXIT. EXIT.

       CHECK-PROFILE-RTN.
           ADD 1 TO WS-PROF-READ.
           MOVE 'N' TO CHANGED-SW.
           PERFORM FIND-EMPLOYEE-RTN.
           PERFORM UPDATE-LAST-USED-RTN THRU UPDATE-LAST-USED-RTN-EXIT.
           IF SEC-SUSPENDED
               ADD 1 TO WS-ALREADY-CNT
               GO TO CHECK-PROFILE-RTN-EXIT
           END-IF.
           IF NOT EMP-FOUND
               ADD 1 TO WS-NOEMP-CNT
               IF SEC-EMPLOYEE-ID = SPACES
                   MOVE 'NO EMPLOYEE ID ON PROFILE ' TO WS-ACTION
               ELSE
                   MOVE 'EMPLOYEE NOT ON PAYROLL   ' TO WS-ACTION
               END-IF
               PERFORM WRITE-EXCEPTION-RTN
           ELSE
      * THE PERSON HAS LEFT - THE PROFILE GOES TONIGHT, WHATEVER
      * ELSE IS TRUE OF IT.
               IF ET-STATUS(EMP-HIT-SUB) = 'T'
                       OR ET-STATUS(EMP-HIT-SUB) = 'R'
                       OR ET-STATUS(EMP-HIT-SUB) = 'D'
                   PERFORM SUSPEND-PROFILE-RTN
                   GO TO CHECK-PROFILE-RTN-EXIT
               END-IF
           END-IF.
      * THE MENU (P41ACCT) STAMPS SEC-LAST-USED EVERY TIME THE
      * OPERATOR IS LET THROUGH TO A FUNCTION.
           MOVE SEC-LAST-USED TO BDT-DATE.
           PERFORM BDT-DAY-NUMBER-RTN THRU BDT-DAY-NUMBER-RTN-EXIT.
           MOVE 0 TO WS-IDLE-DAYS.
           IF BDT-DAY-NUMBER < WS-RUN-DAYNO
               COMPUTE WS-IDLE-DAYS = WS-RUN-DAYNO - BDT-DAY-NUMBER
           END-IF.
           IF WS-IDLE-DAYS > WS-UNUSED-DAYS
               ADD 1 TO WS-UNUSED-CNT
               MOVE 'NOT USED PAST LIMIT       ' TO WS-ACTION
               PERFORM WRITE-EXCEPTION-RTN
           END-IF.
       CHECK-PROFILE-RTN-EXIT. EXIT.

       FIND-EMPLOYEE-RTN.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE 0 TO EMP-HIT-SUB.
           IF SEC-EMPLOYEE-ID NOT = SPACES
               PERFORM MATCH-EMPLOYEE-RTN
                   VARYING EMP-SUB FROM 1 BY 1
                   UNTIL EMP-SUB > WS-EMP-CNT OR EMP-FOUND
           END-IF.
       FIND-EMPLOYEE-RTN-EXIT. EXIT.

       MATCH-EMPLOYEE-RTN.
           IF ET-EMP-ID(EMP-SUB) = SEC-EMPLOYEE-ID
               MOVE 'Y' TO EMP-FOUND-SW
               MOVE EMP-SUB TO EMP-HIT-SUB
           END-IF.
       MATCH-EMPLOYEE-RTN-EXIT. EXIT.

       UPDATE-LAST-USED-RTN.
      * A PROFILE NEVER DATED (BUILT BEFORE THE RUN EXISTED, OR NEW)
      * STARTS ITS CLOCK TONIGHT RATHER THAN READING AS IDLE SINCE
      * YEAR ONE.
           IF SEC-LAST-USED NOT NUMERIC OR SEC-LAST-USED = 0
               MOVE WS-RUN-DATE-8 TO SEC-LAST-USED
               MOVE 'Y' TO CHANGED-SW
           END-IF.
       UPDATE-LAST-USED-RTN-EXIT. EXIT.

       SUSPEND-PROFILE-RTN.
           MOVE 'S'                    TO SEC-STATUS.
           MOVE WS-RUN-DATE-8          TO SEC-STATUS-DATE.
           MOVE ET-STATUS(EMP-HIT-SUB) TO SEC-SUSP-REASON.
           MOVE 'Y' TO CHANGED-SW.
           ADD 1 TO WS-SUSP-CNT.
           EVALUATE TRUE
               WHEN SEC-SUSP-TERMINATED
                   MOVE 'SUSPENDED - TERMINATED   ' TO WS-ACTION
               WHEN SEC-SUSP-RETIRED
                   MOVE 'SUSPENDED - RETIRED      ' TO WS-ACTION
               WHEN OTHER
                   MOVE 'SUSPENDED - DISCHARGED   ' TO WS-ACTION
           END-EVALUATE.
           PERFORM WRITE-EXCEPTION-RTN.
       SUSPEND-PROFILE-RTN-EXIT. EXIT.

       REWRITE-PROFILE-RTN.
           REWRITE SEC-RECORD.
           IF SEC-OK
               ADD 1 TO WS-REWRITE-CNT
           ELSE
               DISPLAY 'SU41OPRC - REWRITE FAILED FOR ' SEC-USERID
                       ' STATUS=' SEC-RC
               ADD 1 TO WS-FAIL-CNT
           END-IF.
       REWRITE-PROFILE-RTN-EXIT. EXIT.

       WRITE-EXCEPTION-RTN.
           MOVE SEC-USERID      TO DL-USERID.
           MOVE SEC-EMPLOYEE-ID TO DL-EMP-ID.
           MOVE SEC-AUTHORITY   TO DL-AUTHORITY.
           MOVE WS-ACTION       TO DL-ACTION.
           MOVE SEC-LAST-USED   TO DL-LAST-USED.
           IF EMP-FOUND
               MOVE ET-LAST-NAME(EMP-HIT-SUB)  TO DL-LAST-NAME
               MOVE ET-FIRST-INIT(EMP-HIT-SUB) TO DL-FIRST-INIT
           ELSE
               MOVE SPACES TO DL-LAST-NAME DL-FIRST-INIT
           END-IF.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-EXCEPTION-RTN-EXIT. EXIT.

       WRITE-EXTRACT-RTN.
           MOVE SPACES          TO RCX-REC.
           MOVE SEC-USERID      TO RX-USERID.
           MOVE SEC-EMPLOYEE-ID TO RX-EMPLOYEE-ID.
           MOVE SEC-AUTHORITY   TO RX-AUTHORITY.
           MOVE SEC-TXN-LIMIT   TO RX-TXN-LIMIT.
           MOVE SEC-LAST-USED   TO RX-LAST-USED.
           IF EMP-FOUND
               MOVE ET-DIVISION(EMP-HIT-SUB)   TO RX-DIVISION
               MOVE ET-DEPARTMENT(EMP-HIT-SUB) TO RX-DEPARTMENT
               MOVE ET-LAST-NAME(EMP-HIT-SUB)  TO RX-LAST-NAME
               MOVE ET-FIRST-INIT(EMP-HIT-SUB) TO RX-FIRST-INIT
           END-IF.
           WRITE RCX-REC.
       WRITE-EXTRACT-RTN-EXIT. EXIT.

       RECERT-REPORT-RTN.
           SORT SORT-WORK
               ON ASCENDING KEY SW-DIVISION SW-DEPARTMENT
                                SW-LAST-NAME SW-USERID
               USING RCX-FILE
               GIVING RCS-FILE.
           IF SORT-RETURN NOT = 0
               DISPLAY 'SU41OPRC - RECERTIFICATION SORT FAILED, RC='
                       SORT-RETURN
               ADD 1 TO WS-FAIL-CNT
               GO TO RECERT-REPORT-RTN-EXIT
           END-IF.
           OPEN INPUT RCS-FILE.
           IF NOT RCS-FS-OK
               DISPLAY 'SU41OPRC - RCS-FILE OPEN FAILED, STATUS='
                       RCS-FS
               ADD 1 TO WS-FAIL-CNT
               GO TO RECERT-REPORT-RTN-EXIT
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FS-OK
               DISPLAY 'SU41OPRC - RPT-FILE OPEN FAILED, STATUS='
                       RPT-FS
               ADD 1 TO WS-FAIL-CNT
               CLOSE RCS-FILE
               GO TO RECERT-REPORT-RTN-EXIT
           END-IF.
           READ RCS-FILE
               AT END MOVE 'F' TO RCS-EOF-SW.
           PERFORM RECERT-LINE-RTN
               UNTIL RCS-EOF-SW = 'F'.
           IF NOT FIRST-DIVISION
               PERFORM DIVISION-FOOT-RTN
           END-IF.
           CLOSE RCS-FILE RPT-FILE.
       RECERT-REPORT-RTN-EXIT. EXIT.

       RECERT-LINE-RTN.
           IF FIRST-DIVISION OR RS-DIVISION NOT = WS-PREV-DIV
               IF NOT FIRST-DIVISION
                   PERFORM DIVISION-FOOT-RTN
               END-IF
               PERFORM DIVISION-HEAD-RTN
           END-IF.
           MOVE RS-DEPARTMENT   TO RD-DEPARTMENT.
           MOVE RS-USERID       TO RD-USERID.
           MOVE RS-EMPLOYEE-ID  TO RD-EMP-ID.
           MOVE RS-LAST-NAME    TO RD-LAST-NAME.
           MOVE RS-FIRST-INIT   TO RD-FIRST-INIT.
           MOVE RS-LAST-USED    TO RD-LAST-USED.
           EVALUATE RS-AUTHORITY
               WHEN 'S'
                   MOVE 'SUPERVISOR' TO RD-AUTHORITY
                   MOVE '   NO LIMIT' TO RD-LIMIT-X
               WHEN 'M'
                   MOVE 'MAINTAIN  ' TO RD-AUTHORITY
                   MOVE RS-TXN-LIMIT TO RD-LIMIT
               WHEN 'I'
                   MOVE 'INQUIRY   ' TO RD-AUTHORITY
                   MOVE '    INQUIRY' TO RD-LIMIT-X
               WHEN OTHER
                   MOVE 'UNKNOWN   ' TO RD-AUTHORITY
                   MOVE RS-TXN-LIMIT TO RD-LIMIT
           END-EVALUATE.
           MOVE RC-DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
           ADD 1 TO WS-DIV-CNT.
           ADD 1 TO WS-RCR-CNT.
           READ RCS-FILE
               AT END MOVE 'F' TO RCS-EOF-SW.
       RECERT-LINE-RTN-EXIT. EXIT.

       DIVISION-HEAD-RTN.
      * A PROFILE NOT TIED TO PAYROLL HAS NO DIVISION HEAD - IT
      * SORTS FIRST, UNDER ITS OWN HEADING, FOR SECURITY ADMIN.
           MOVE 'N' TO FIRST-DIV-SW.
           MOVE RS-DIVISION TO WS-PREV-DIV.
           MOVE 0 TO WS-DIV-CNT.
           IF RS-DIVISION = SPACES
               MOVE 'UNLINKED  ' TO RH-DIVISION
           ELSE
               MOVE RS-DIVISION TO RH-DIVISION
           END-IF.
           MOVE WS-RUN-DATE-8 TO RH-RUN-DATE.
           MOVE RC-HDG-LINE1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-HDG-LINE2 TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-HDG-LINE3 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-HDG-LINE4 TO RPT-REC.
           WRITE RPT-REC.
       DIVISION-HEAD-RTN-EXIT. EXIT.

       DIVISION-FOOT-RTN.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE WS-DIV-CNT TO RF-COUNT.
           MOVE RC-FOOT-LINE1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE RC-FOOT-LINE2 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC.
       DIVISION-FOOT-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'EMPLOYEES ON PAYROLL                    '
               TO CTL-LABEL.
           MOVE WS-EMP-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PROFILES READ                           '
               TO CTL-LABEL.
           MOVE WS-PROF-READ TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PROFILES ALREADY SUSPENDED              '
               TO CTL-LABEL.
           MOVE WS-ALREADY-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PROFILES SUSPENDED - EMPLOYEE LEFT      '
               TO CTL-LABEL.
           MOVE WS-SUSP-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PROFILES WITH NO PAYROLL MATCH          '
               TO CTL-LABEL.
           MOVE WS-NOEMP-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PROFILES NOT USED PAST LIMIT            '
               TO CTL-LABEL.
           MOVE WS-UNUSED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PROFILES REWRITTEN                      '
               TO CTL-LABEL.
           MOVE WS-REWRITE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REWRITE OR REPORT FAILURES              '
               TO CTL-LABEL.
           MOVE WS-FAIL-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF RECERT-DAY
               MOVE 'OPERATORS ON RECERTIFICATION REPORT     '
                   TO CTL-LABEL
               MOVE WS-RCR-CNT TO CTL-COUNT
               MOVE CTL-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-FAIL-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE SEC-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
