       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41BDWO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT APPR-FILE ASSIGN TO WOAPPR
                     FILE STATUS IS APPR-FS.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT CHART-FILE ASSIGN TO CHFILE
                     FILE STATUS IS CHART-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT GL-FILE   ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            COPY ARSEL.
            COPY ARJSEL.
            COPY OPITSEL.
            COPY WOSEL.
            SELECT ARCV-FILE ASSIGN TO ARVFILE
                     FILE STATUS IS ARCV-FS.
            COPY LOCKSEL.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
           COPY ARREC.

       COPY ARJFD.

       FD  OPIT-FILE.
           COPY OPITREC.

      **** WRITE-OFF APPROVALS - ONE RECORD PER ACCOUNT THE BURSAR HAS
      **** SIGNED OFF AS UNCOLLECTIBLE, NORMALLY AFTER THE AGENCY HAS
      **** RETURNED IT (SU41PGM69).  WA-AMOUNT IS THE BALANCE THE
      **** APPROVAL WAS GIVEN FOR - A BALANCE THAT HAS MOVED SINCE IS
      **** SENT BACK FOR A FRESH APPROVAL.  ZERO APPROVES WHATEVER
      **** BALANCE STANDS. *********************************************
       FD  APPR-FILE.
       01  APPR-REC.
           05  WA-SSN         PIC 9(9).
           05  WA-AMOUNT      PIC 9(7)V99.
           05  WA-APPROVER    PIC X(8).
           05  WA-APPR-DATE   PIC 9(8).
           05  WA-REASON      PIC X(20).
           05  FILLER         PIC X(26).

      **** OPTIONAL CONTROL CARD - THE GL ACCOUNT WRITE-OFFS ARE
      **** CHARGED TO.  NO CARD MEANS THE DOUBTFUL-ACCOUNTS ALLOWANCE.
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-WO-GL      PIC X(10).
           05  FILLER         PIC X(70).

       FD  CHART-FILE.
           COPY CHARTCTL.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  GL-FILE.
       01  GL-REC.
           05  GL-RUN-DATE    PIC 9(6).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-ACCOUNT     PIC X(10).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-DR-CR       PIC X(2).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-AMOUNT      PIC S9(9)V99.
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-DESC        PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACES.
           05  GL-PERIOD      PIC 9(6).
           05  FILLER         PIC X(20) VALUE SPACES.

       FD  WO-FILE.
       01  WO-RECORD.
           COPY WOREC.

      **** FORWARD-RECOVERY JOURNAL (ARRCV LAYOUT) - ONE BEFORE/AFTER
      **** IMAGE PER AR RECORD TOUCHED, SO A RESTORED BACKUP CAN BE
      **** ROLLED FORWARD BY SU41PGM95 *********************************
       FD  ARCV-FILE.
       01  ARCV-REC.
           COPY ARRCV.

       FD  LOCK-FILE.
       01  LOCK-REC.
           COPY LOKREC.

       FD  FP-FILE.
           COPY FPCTL.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * BAD-DEBT WRITE-OFF.  EACH     *
      *                                * APPROVED ACCOUNT HAS ITS      *
      *                                * BALANCE WRITTEN OFF THROUGH   *
      *                                * THE JOURNAL (TYPE WO), ITS    *
      *                                * OPEN ITEMS CLOSED SO THE      *
      *                                * AGING NO LONGER CARRIES THEM, *
      *                                * AND THE WRITE-OFF RECORDED ON *
      *                                * THE PERMANENT HISTORY FILE SO *
      *                                * A LATER PAYMENT IS TAKEN AS A *
      *                                * RECOVERY, NOT AN OVERPAYMENT. *
      *                                * THE GL CODING IS PROVED       *
      *                                * AGAINST THE CHART OF ACCOUNTS *
      *                                * THE WAY SU41GLVD PROVES EVERY *
      *                                * FEED, BEFORE ANYTHING POSTS.  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  CHART-EOF-SW    PIC X         VALUE SPACES.
           05  BROWSE-DONE-SW  PIC X         VALUE 'N'.
               88  BROWSE-DONE               VALUE 'Y'.
           05  CHT-FOUND-SW    PIC X         VALUE 'N'.
               88  CHT-FOUND                 VALUE 'Y'.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-WO-GL        PIC X(10)     VALUE 'AR-ALLOWNC'.
           05  WS-CHK-ACCOUNT  PIC X(10)     VALUE SPACES.
           05  WS-CHK-SIDE     PIC X(2)      VALUE SPACES.
           05  WS-REASON       PIC X(4)      VALUE SPACES.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-WO-CNT       PIC 9(7)      VALUE 0.
           05  WS-WO-AMT       PIC 9(9)V99   VALUE 0.
           05  WS-ITEM-CNT     PIC 9(7)      VALUE 0.
           05  WS-REPEAT-CNT   PIC 9(7)      VALUE 0.
           05  WS-REJECT-CNT   PIC 9(7)      VALUE 0.
           05  WS-THIS-WO      PIC 9(7)V99   VALUE 0.
           05  WS-CHART-CNT    PIC 9(3)      VALUE 0.
           05  WS-CHART-MAX    PIC 9(3)      VALUE 100.
           05  CHT-SUB         PIC 9(3)      VALUE 0.
           05  WS-HIT-SUB      PIC 9(3)      VALUE 0.
           05  APPR-FS         PIC XX        VALUE '00'.
               88  APPR-FS-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  CHART-FS        PIC XX        VALUE '00'.
               88  CHART-FS-OK               VALUE '00'.
           05  ARJ-FS          PIC XX        VALUE '00'.
               88  ARJ-FS-OK                 VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  WO-RC           PIC XX        VALUE '00'.
               88  WO-OK                     VALUE '00'.
               88  WO-NOT-FOUND              VALUE '23'.

           COPY ARRC.

           COPY OPITRC.

           COPY SSNCHKW.

      **** THE CHART, LOADED ONCE AT JOB START - THE SAME TABLE
      **** SU41GLVD BUILDS *********************************************
       01  WS-CHART-AREA VALUE SPACES.
           05  WS-CHART-TBL OCCURS 100 TIMES.
             10  CT-ACCOUNT      PIC X(10).
             10  CT-STATUS       PIC X(1).
             10  CT-DR-ALLOWED   PIC X(1).
             10  CT-CR-ALLOWED   PIC X(1).

       01  HDG-LINE1.
           05 FILLER          PIC X(24) VALUE SPACES.
           05 FILLER          PIC X(32) VALUE
                   'BAD-DEBT WRITE-OFF REGISTER     '.
           05 FILLER          PIC X(24) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '    STUDENT SSN  APPROVER       WRITTEN '.
           05 FILLER          PIC X(40) VALUE
                   'OFF    DISPOSITION                      '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-APPROVER     PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-AMOUNT-Z     PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-NOTE         PIC X(30).
           05 FILLER          PIC X(6)  VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(30).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(26) VALUE SPACES.

       01  ARCV-WORK-AREA.
           05  ARCV-FS         PIC XX        VALUE '00'.
               88  ARCV-FS-OK                VALUE '00'.
           05  WS-RCV-TIME     PIC 9(8)      VALUE 0.
           05  WS-AR-BEFORE    PIC X(84)     VALUE SPACES.

       COPY LOCKW.

       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-CONTROL-RTN.
           PERFORM VALIDATE-CODING-RTN.
           PERFORM HDG-ROUTINE.
           PERFORM READ-INPUT
              UNTIL EOF-SW = 'F'.
           PERFORM WRITE-GL-ENTRIES-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT APPR-FILE.
           IF NOT APPR-FS-OK
               DISPLAY 'SU41BDWO - APPR-FILE OPEN FAILED, STATUS='
                       APPR-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NOTHING OPENS THE SHARED AR CLUSTER FOR UPDATE WITHOUT THE
      * QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY WHILE
      * THIS JOB HOLDS IT, AND A SECOND BATCH UPDATER IS REFUSED.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41BDWO - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'ARFILE  ' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41BDWO' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O AR-FILE.
           IF NOT AR-SUCCESSFUL
               DISPLAY 'SU41BDWO - AR-FILE OPEN FAILED, STATUS='
                       AR-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ARJ-FILE.
           IF NOT ARJ-FS-OK
               DISPLAY 'SU41BDWO - ARJ-FILE OPEN FAILED, STATUS='
                       ARJ-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O OPIT-FILE.
           IF NOT OPI-SUCCESSFUL
               DISPLAY 'SU41BDWO - OPIT-FILE OPEN FAILED, STATUS='
                       OPI-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O WO-FILE.
           IF NOT WO-OK
               DISPLAY 'SU41BDWO - WO-FILE OPEN FAILED, STATUS='
                       WO-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41BDWO - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41BDWO - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41BDWO ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * THE RECOVERY JOURNAL IS PERMANENT - OPENED EXTEND SO EVERY
      * IMAGE EVER TAKEN STAYS BEHIND THE CURRENT BACKUP CYCLE.
           OPEN EXTEND ARCV-FILE.
           IF NOT ARCV-FS-OK
               DISPLAY 'SU41BDWO - ARCV-FILE OPEN FAILED, '
                       'STATUS=' ARCV-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RCV-TIME FROM TIME.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
      * ALREADY REPORTED.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41BDWO ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ APPR-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
           OPEN INPUT CTL-FILE.
           IF CTL-FS-OK
               READ CTL-FILE
                   AT END MOVE SPACES TO CTL-REC
               END-READ
               IF CTL-WO-GL NOT = SPACES
                   MOVE CTL-WO-GL TO WS-WO-GL
               END-IF
               CLOSE CTL-FILE
           ELSE
               DISPLAY 'SU41BDWO - NO CONTROL CARD, WRITE-OFFS TO '
                       WS-WO-GL
           END-IF.
       GET-CONTROL-RTN-EXIT. EXIT.

       VALIDATE-CODING-RTN.
      * BOTH LEGS OF THE WRITE-OFF ENTRY ARE PROVED AGAINST THE CHART
      * UP FRONT, BY SU41GLVD'S RULES - A BAD CODING STOPS THE RUN
      * BEFORE ANY ACCOUNT IS WRITTEN OFF, RATHER THAN LEAVING THE
      * SUBLEDGER POSTED AND THE LEDGER LEG HELD ON EXCEPTION.
           OPEN INPUT CHART-FILE.
           IF NOT CHART-FS-OK
               DISPLAY 'SU41BDWO - CHART-FILE OPEN FAILED, STATUS='
                       CHART-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CHART-FILE
               AT END MOVE 'F' TO CHART-EOF-SW.
           PERFORM LOAD-CHART-RTN
               UNTIL CHART-EOF-SW = 'F'.
           CLOSE CHART-FILE.
           IF WS-CHART-CNT = 0
               DISPLAY 'SU41BDWO ABEND - CHART-OF-ACCOUNTS EMPTY'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE WS-WO-GL TO WS-CHK-ACCOUNT.
           MOVE 'DR'     TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'AR-CONTROL' TO WS-CHK-ACCOUNT.
           MOVE 'CR'     TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
       VALIDATE-CODING-RTN-EXIT. EXIT.

       LOAD-CHART-RTN.
           ADD 1 TO WS-CHART-CNT.
           IF WS-CHART-CNT > WS-CHART-MAX
               DISPLAY 'SU41BDWO ABEND - CHART TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CHART-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE CHT-ACCOUNT    TO CT-ACCOUNT(WS-CHART-CNT).
           MOVE CHT-STATUS     TO CT-STATUS(WS-CHART-CNT).
           MOVE CHT-DR-ALLOWED TO CT-DR-ALLOWED(WS-CHART-CNT).
           MOVE CHT-CR-ALLOWED TO CT-CR-ALLOWED(WS-CHART-CNT).
           READ CHART-FILE
               AT END MOVE 'F' TO CHART-EOF-SW.
       LOAD-CHART-RTN-EXIT. EXIT.

       CHECK-ACCOUNT-RTN.
           MOVE SPACES TO WS-REASON.
           MOVE 'N' TO CHT-FOUND-SW.
           PERFORM FIND-ACCOUNT-RTN
               VARYING CHT-SUB FROM 1 BY 1
               UNTIL CHT-FOUND OR CHT-SUB > WS-CHART-CNT.
           EVALUATE TRUE
               WHEN NOT CHT-FOUND
                   MOVE 'NACC' TO WS-REASON
               WHEN CT-STATUS(WS-HIT-SUB) NOT = 'O'
                   MOVE 'CLSD' TO WS-REASON
               WHEN WS-CHK-SIDE = 'DR'
                       AND CT-DR-ALLOWED(WS-HIT-SUB) NOT = 'Y'
                   MOVE 'NODR' TO WS-REASON
               WHEN WS-CHK-SIDE = 'CR'
                       AND CT-CR-ALLOWED(WS-HIT-SUB) NOT = 'Y'
                   MOVE 'NOCR' TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REASON NOT = SPACES
               DISPLAY 'SU41BDWO ABEND - GL ACCOUNT ' WS-CHK-ACCOUNT
                       ' ' WS-CHK-SIDE ' FAILS CHART CHECK '
                       WS-REASON
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       CHECK-ACCOUNT-RTN-EXIT. EXIT.

       FIND-ACCOUNT-RTN.
           IF CT-ACCOUNT(CHT-SUB) = WS-CHK-ACCOUNT
               MOVE 'Y' TO CHT-FOUND-SW
               MOVE CHT-SUB TO WS-HIT-SUB
           END-IF.
       FIND-ACCOUNT-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       READ-INPUT.
           ADD 1 TO WS-READ-CNT.
           PERFORM PROCESS-RECORD-RTN THRU PROCESS-RECORD-RTN-EXIT.
           READ APPR-FILE
               AT END MOVE 'F' TO EOF-SW.
       READ-INPUT-EXIT. EXIT.

       PROCESS-RECORD-RTN.
           MOVE 0 TO WS-THIS-WO.
           MOVE WA-SSN TO SSN-EDIT-SSN.
           PERFORM VALIDATE-SSN-FORMAT-RTN.
           IF SSN-FORMAT-BAD
               MOVE 'INVALID SSN - REJECTED        ' TO DL-NOTE
               PERFORM REJECT-RTN
               GO TO PROCESS-RECORD-RTN-EXIT
           END-IF.
           MOVE WA-SSN TO AR-SSN.
           READ AR-FILE
               INVALID KEY MOVE '23' TO AR-RC.
           IF NOT AR-SUCCESSFUL
               MOVE 'NO AR RECORD - REJECTED       ' TO DL-NOTE
               PERFORM REJECT-RTN
               GO TO PROCESS-RECORD-RTN-EXIT
           END-IF.
      * AN ACCOUNT STILL WITH THE AGENCY IS STILL BEING WORKED - IT
      * COMES BACK THROUGH SU41PGM69 BEFORE IT CAN BE WRITTEN OFF.
           IF AR-PLACED
               MOVE 'STILL AT AGENCY - REJECTED    ' TO DL-NOTE
               PERFORM REJECT-RTN
               GO TO PROCESS-RECORD-RTN-EXIT
           END-IF.
           IF AR-BALANCE NOT > 0
               MOVE 'NO BALANCE DUE - REJECTED     ' TO DL-NOTE
               PERFORM REJECT-RTN
               GO TO PROCESS-RECORD-RTN-EXIT
           END-IF.
           IF WA-AMOUNT > 0 AND WA-AMOUNT NOT = AR-BALANCE
               MOVE 'BALANCE CHANGED - REAPPROVE   ' TO DL-NOTE
               PERFORM REJECT-RTN
               GO TO PROCESS-RECORD-RTN-EXIT
           END-IF.
           MOVE AR-BALANCE TO WS-THIS-WO.
      * THE WRITE-OFF IS A CREDIT AGAINST THE BALANCE, CARRIED IN
      * AR-PAID LIKE EVERY OTHER CREDIT, SO THE BALANCE LANDS ON ZERO.
           MOVE AR-RECORD TO WS-AR-BEFORE.
           ADD WS-THIS-WO TO AR-PAID.
           COMPUTE AR-BALANCE = AR-BILLED - AR-PAID.
           REWRITE AR-RECORD.
           MOVE 'U' TO RCA-ACTION.
           PERFORM WRITE-AR-RECOVERY-RTN.
           PERFORM WRITE-AR-JOURNAL-RTN.
           PERFORM CLOSE-OPEN-ITEMS-RTN THRU CLOSE-OPEN-ITEMS-RTN-EXIT.
           PERFORM RECORD-HISTORY-RTN.
           ADD 1 TO WS-WO-CNT.
           ADD WS-THIS-WO TO WS-WO-AMT.
           IF WS-REASON = 'RPT '
               MOVE 'WRITTEN OFF - PRIOR WRITE-OFF ' TO DL-NOTE
           ELSE
               MOVE 'WRITTEN OFF                   ' TO DL-NOTE
           END-IF.
           PERFORM WRITE-REGISTER-RTN.
       PROCESS-RECORD-RTN-EXIT. EXIT.

       WRITE-AR-JOURNAL-RTN.
           MOVE SPACES         TO ARJ-REC.
           MOVE WA-SSN         TO ARJ-SSN.
           MOVE WS-RUN-DATE-8  TO ARJ-POST-DATE.
           MOVE 'WO'           TO ARJ-TRAN-TYPE.
           MOVE WS-THIS-WO     TO ARJ-AMOUNT.
           MOVE 'SU41BDWO'     TO ARJ-PGM.
           MOVE FP-RUN-PERIOD  TO ARJ-PERIOD.
           WRITE ARJ-REC.
       WRITE-AR-JOURNAL-RTN-EXIT. EXIT.

       CLOSE-OPEN-ITEMS-RTN.
      * EVERY ITEM STILL OPEN IS CLOSED AT ITS OPEN AMOUNT - THE AGING
      * READS THE SUBLEDGER, AND A WRITTEN-OFF CHARGE MUST DROP OUT.
           MOVE WA-SSN  TO OPI-SSN.
           MOVE 0       TO OPI-POST-DATE.
           MOVE 0       TO OPI-ITEM-SEQ.
           START OPIT-FILE KEY NOT LESS THAN OPI-KEY
               INVALID KEY GO TO CLOSE-OPEN-ITEMS-RTN-EXIT.
           IF NOT OPI-SUCCESSFUL
               GO TO CLOSE-OPEN-ITEMS-RTN-EXIT
           END-IF.
           MOVE 'N' TO BROWSE-DONE-SW.
           PERFORM READ-ITEM-RTN THRU READ-ITEM-RTN-EXIT
               UNTIL BROWSE-DONE.
       CLOSE-OPEN-ITEMS-RTN-EXIT. EXIT.

       READ-ITEM-RTN.
           READ OPIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO BROWSE-DONE-SW
           END-READ.
           IF BROWSE-DONE OR NOT OPI-SUCCESSFUL
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF OPI-SSN NOT = WA-SSN
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF OPI-OPEN-AMOUNT = 0
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           MOVE 0   TO OPI-OPEN-AMOUNT.
           MOVE 'C' TO OPI-STATUS.
           REWRITE OPI-RECORD.
           ADD 1 TO WS-ITEM-CNT.
       READ-ITEM-RTN-EXIT. EXIT.

       RECORD-HISTORY-RTN.
      * THE HISTORY IS PERMANENT AND CUMULATIVE - A SECOND WRITE-OFF
      * FOR THE SAME STUDENT ADDS TO THE FIRST.
           MOVE SPACES TO WS-REASON.
           MOVE WA-SSN TO WO-SSN.
           READ WO-FILE
               INVALID KEY MOVE '23' TO WO-RC.
           IF WO-OK
               ADD 1 TO WS-REPEAT-CNT
               MOVE 'RPT ' TO WS-REASON
               ADD WS-THIS-WO      TO WO-AMOUNT
               MOVE WS-RUN-DATE-8  TO WO-DATE
               MOVE FP-RUN-PERIOD  TO WO-PERIOD
               MOVE WS-WO-GL       TO WO-GL-ACCOUNT
               MOVE WA-APPROVER    TO WO-APPROVER
               REWRITE WO-RECORD
           ELSE
               MOVE SPACES         TO WO-RECORD
               MOVE WA-SSN         TO WO-SSN
               MOVE WS-THIS-WO     TO WO-AMOUNT
               MOVE 0              TO WO-RECOVERED
               MOVE WS-RUN-DATE-8  TO WO-DATE
               MOVE FP-RUN-PERIOD  TO WO-PERIOD
               MOVE WS-WO-GL       TO WO-GL-ACCOUNT
               MOVE WA-APPROVER    TO WO-APPROVER
               MOVE 0              TO WO-LAST-RCV-DATE
               WRITE WO-RECORD
           END-IF.
           IF NOT WO-OK
               DISPLAY 'SU41BDWO WO-FILE UPDATE FAILED SSN=' WA-SSN
                       ' STATUS=' WO-RC
               MOVE 8 TO RETURN-CODE
           END-IF.
       RECORD-HISTORY-RTN-EXIT. EXIT.

       REJECT-RTN.
           ADD 1 TO WS-REJECT-CNT.
           PERFORM WRITE-REGISTER-RTN.
       REJECT-RTN-EXIT. EXIT.

       WRITE-REGISTER-RTN.
           MOVE WA-SSN      TO DL-SSN.
           MOVE WA-APPROVER TO DL-APPROVER.
           MOVE WS-THIS-WO  TO DL-AMOUNT-Z.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-REGISTER-RTN-EXIT. EXIT.

       WRITE-GL-ENTRIES-RTN.
      * THE WRITE-OFF COMES OUT OF THE ALLOWANCE (OR WHATEVER THE
      * CONTROL CARD NAMES) AND THE AR CONTROL ACCOUNT COMES DOWN.
           IF WS-WO-AMT > 0
               MOVE SPACES         TO GL-REC
               MOVE WS-RUN-DATE    TO GL-RUN-DATE
               MOVE FP-RUN-PERIOD  TO GL-PERIOD
               MOVE WS-WO-GL       TO GL-ACCOUNT
               MOVE 'DR'           TO GL-DR-CR
               MOVE WS-WO-AMT      TO GL-AMOUNT
               MOVE 'BAD DEBTS WRITTEN OFF' TO GL-DESC
               WRITE GL-REC
               MOVE SPACES         TO GL-REC
               MOVE WS-RUN-DATE    TO GL-RUN-DATE
               MOVE FP-RUN-PERIOD  TO GL-PERIOD
               MOVE 'AR-CONTROL'   TO GL-ACCOUNT
               MOVE 'CR'           TO GL-DR-CR
               MOVE WS-WO-AMT      TO GL-AMOUNT
               MOVE 'BAD DEBTS WRITTEN OFF' TO GL-DESC
               WRITE GL-REC
           END-IF.
       WRITE-GL-ENTRIES-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'APPROVALS READ                ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'ACCOUNTS WRITTEN OFF          ' TO CTL-LABEL.
           MOVE WS-WO-CNT TO CTL-COUNT.
           MOVE WS-WO-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  PRIOR WRITE-OFF ON FILE     ' TO CTL-LABEL.
           MOVE WS-REPEAT-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'OPEN ITEMS CLOSED             ' TO CTL-LABEL.
           MOVE WS-ITEM-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'APPROVALS REJECTED            ' TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       WRITE-AR-RECOVERY-RTN.
      * ONE BEFORE/AFTER IMAGE PER AR RECORD TOUCHED.  THE ACTION
      * CODE IS SET BY THE CALLER.
           MOVE WS-RUN-DATE-8    TO RCA-DATE.
           MOVE WS-RCV-TIME(1:6) TO RCA-TIME.
           MOVE 'BATCH   '       TO RCA-USERID.
           MOVE 'SU41BDWO'       TO RCA-PROGRAM.
           MOVE AR-SSN           TO RCA-SSN.
           MOVE WS-AR-BEFORE     TO RCA-BEFORE-IMAGE.
           MOVE AR-RECORD        TO RCA-AFTER-IMAGE.
           WRITE ARCV-REC.
       WRITE-AR-RECOVERY-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE APPR-FILE AR-FILE ARJ-FILE OPIT-FILE WO-FILE
                 OUT-FILE GL-FILE.
           CLOSE ARCV-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY SSNCHK.

       COPY LOCKP.

       COPY FPCHKP.

       COPY BDTP.
