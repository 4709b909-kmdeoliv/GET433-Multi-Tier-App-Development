       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41LIBF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LIB-FILE  ASSIGN TO LIBFEED
                     FILE STATUS IS LIB-FS.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT GL-FILE   ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            COPY ARSEL.
            COPY ARJSEL.
            COPY OPITSEL.
            COPY HOLDSEL.
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

      **** THE SHARED HOLD MASTER - THIS RUN MAINTAINS ONLY THE
      **** LIBRARY ('L') HOLD TYPE ***********************************
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

      **** LIBRARY CHARGE FEED - ONE RECORD PER FINE, LOST-ITEM
      **** CHARGE, RETURN OR WAIVER SENT BY THE LIBRARY.  KIND IS
      **** 'F' (OVERDUE FINE) OR 'L' (LOST ITEM); ACTION IS 'C'
      **** (CHARGE), 'R' (ITEM RETURNED) OR 'W' (WAIVED).  A RETURN
      **** OR WAIVER NAMES THE ITEM AND KIND OF THE CHARGE IT
      **** REVERSES - ITS AMOUNT IS NOT USED *************************
       FD  LIB-FILE.
       01  LIB-REC.
           05  LF-SSN         PIC 9(9).
           05  LF-ITEM-ID     PIC X(12).
           05  LF-KIND        PIC X(1).
               88  LF-FINE                  VALUE 'F'.
               88  LF-LOST                  VALUE 'L'.
           05  LF-ACTION      PIC X(1).
               88  LF-CHARGE                VALUE 'C'.
               88  LF-REVERSE               VALUE 'R' 'W'.
           05  LF-AMOUNT      PIC 9(5)V99.
           05  LF-EVENT-DATE  PIC 9(8).
           05  FILLER         PIC X(42).

      **** LIBRARY GL CODING CARD - REVENUE ACCOUNTS FOR FINES AND
      **** FOR LOST-ITEM CHARGES *************************************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-FINE-GL    PIC X(10).
           05  CTL-LOST-GL    PIC X(10).
           05  FILLER         PIC X(60).

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
      *                                * LIBRARY FINE INTERFACE.  THE  *
      *                                * LIBRARY'S FINE AND LOST-ITEM  *
      *                                * CHARGES POST TO THE STUDENT'S *
      *                                * AR RECORD THROUGH THE SAME    *
      *                                * AR/JOURNAL/OPEN-ITEM PATH THE *
      *                                * CATALOG CHARGES USE, TAGGED   *
      *                                * WITH THE LIBRARY ITEM NUMBER, *
      *                                * AND PLACE A LIBRARY ('L')     *
      *                                * HOLD.  A RETURN OR WAIVER     *
      *                                * REVERSES WHAT IS STILL OPEN   *
      *                                * ON THAT CHARGE AND LIFTS THE  *
      *                                * HOLD ONCE NO LIBRARY CHARGE   *
      *                                * REMAINS OPEN.  THE REGISTER   *
      *                                * GOES BACK TO THE LIBRARY.     *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  BROWSE-DONE-SW  PIC X         VALUE 'N'.
               88  BROWSE-DONE               VALUE 'Y'.
           05  ITEM-MATCH-SW   PIC X         VALUE 'N'.
               88  ITEM-MATCHED              VALUE 'Y'.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-FINE-GL      PIC X(10)     VALUE 'LIBFINEREV'.
           05  WS-LOST-GL      PIC X(10)     VALUE 'LIBLOSTREV'.
           05  WS-TRAN-TYPE    PIC X(2)      VALUE SPACES.
           05  WS-ITEM-AMT     PIC 9(7)V99   VALUE 0.
           05  WS-ARJ-SIGNED   PIC S9(7)V99  VALUE 0.
           05  WS-LIB-OPEN-CNT PIC 9(5)      VALUE 0.
           05  WS-ITEM-SEQ     PIC 9(4)      VALUE 0.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-FINE-CNT     PIC 9(7)      VALUE 0.
           05  WS-LOST-CNT     PIC 9(7)      VALUE 0.
           05  WS-REV-CNT      PIC 9(7)      VALUE 0.
           05  WS-REJECT-CNT   PIC 9(7)      VALUE 0.
           05  WS-HOLD-CNT     PIC 9(7)      VALUE 0.
           05  WS-RELEASE-CNT  PIC 9(7)      VALUE 0.
           05  WS-FINE-AMT     PIC 9(9)V99   VALUE 0.
           05  WS-LOST-AMT     PIC 9(9)V99   VALUE 0.
           05  WS-REV-FINE-AMT PIC 9(9)V99   VALUE 0.
           05  WS-REV-LOST-AMT PIC 9(9)V99   VALUE 0.
           05  WS-REV-AMT      PIC 9(9)V99   VALUE 0.
           05  WS-REJECT-AMT   PIC 9(9)V99   VALUE 0.
           05  WS-CHARGE-AMT   PIC 9(9)V99   VALUE 0.
           05  LIB-FS          PIC XX        VALUE '00'.
               88  LIB-FS-OK                 VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  ARJ-FS          PIC XX        VALUE '00'.
               88  ARJ-FS-OK                 VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  HLD-RC          PIC XX        VALUE '00'.
               88  HLD-OK                    VALUE '00'.
               88  HLD-NOT-FOUND             VALUE '23'.

           COPY ARRC.

           COPY OPITRC.

           COPY SSNCHKW.

       01  HDG-LINE1.
           05 FILLER          PIC X(24) VALUE SPACES.
           05 FILLER          PIC X(32) VALUE
                   'LIBRARY CHARGE POSTING REGISTER '.
           05 FILLER          PIC X(24) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'SSN       ITEM         KIND ACTION    AM'.
           05 FILLER          PIC X(40) VALUE
                   'OUNT   RESULT                           '.

       01  DETAIL-LINE.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ITEM-ID      PIC X(12).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-KIND         PIC X(4).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-ACTION       PIC X(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-AMOUNT-Z     PIC $$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NOTE         PIC X(26).
           05 FILLER          PIC X(7)  VALUE SPACES.

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
           PERFORM GET-GL-CODING-RTN.
           PERFORM HDG-ROUTINE.
           PERFORM READ-INPUT
              UNTIL EOF-SW = 'F'.
           PERFORM WRITE-GL-ENTRIES-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT LIB-FILE.
           IF NOT LIB-FS-OK
               DISPLAY 'SU41LIBF - LIB-FILE OPEN FAILED, STATUS='
                       LIB-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NOTHING OPENS THE SHARED AR CLUSTER FOR UPDATE WITHOUT THE
      * QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY WHILE
      * THIS JOB HOLDS IT, AND A SECOND BATCH UPDATER IS REFUSED.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41LIBF - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'ARFILE  ' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41LIBF' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O AR-FILE.
           IF NOT AR-SUCCESSFUL
               DISPLAY 'SU41LIBF - AR-FILE OPEN FAILED, STATUS='
                       AR-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ARJ-FILE.
           IF NOT ARJ-FS-OK
               DISPLAY 'SU41LIBF - ARJ-FILE OPEN FAILED, STATUS='
                       ARJ-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O OPIT-FILE.
           IF NOT OPI-SUCCESSFUL
               DISPLAY 'SU41LIBF - OPIT-FILE OPEN FAILED, STATUS='
                       OPI-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O HOLD-FILE.
           IF NOT HLD-OK
               DISPLAY 'SU41LIBF - HOLD-FILE OPEN FAILED, STATUS='
                       HLD-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41LIBF - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41LIBF - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41LIBF ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * THE RECOVERY JOURNAL IS PERMANENT - OPENED EXTEND SO EVERY
      * IMAGE EVER TAKEN STAYS BEHIND THE CURRENT BACKUP CYCLE.
           OPEN EXTEND ARCV-FILE.
           IF NOT ARCV-FS-OK
               DISPLAY 'SU41LIBF - ARCV-FILE OPEN FAILED, '
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
               DISPLAY 'SU41LIBF ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ LIB-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-GL-CODING-RTN.
      * MISSING CODING CARD MEANS THE STANDING LIBRARY REVENUE
      * ACCOUNTS APPLY - A BLANK FIELD KEEPS ITS DEFAULT.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41LIBF - NO GL CODING CARD, '
                       'USING DEFAULT ACCOUNTS'
           ELSE
               READ CTL-FILE
                   AT END MOVE SPACES TO CTL-REC
               END-READ
               IF CTL-FINE-GL NOT = SPACES
                   MOVE CTL-FINE-GL TO WS-FINE-GL
               END-IF
               IF CTL-LOST-GL NOT = SPACES
                   MOVE CTL-LOST-GL TO WS-LOST-GL
               END-IF
               CLOSE CTL-FILE
           END-IF.
       GET-GL-CODING-RTN-EXIT. EXIT.

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
           PERFORM PROCESS-LIBRARY-RTN THRU PROCESS-LIBRARY-RTN-EXIT.
           READ LIB-FILE
               AT END MOVE 'F' TO EOF-SW.
       READ-INPUT-EXIT. EXIT.

       PROCESS-LIBRARY-RTN.
           MOVE 0 TO WS-ITEM-AMT.
           MOVE LF-SSN TO SSN-EDIT-SSN.
           PERFORM VALIDATE-SSN-FORMAT-RTN.
           IF SSN-FORMAT-BAD
               MOVE 'INVALID SSN - REJECTED' TO DL-NOTE
               PERFORM REJECT-RTN
               GO TO PROCESS-LIBRARY-RTN-EXIT
           END-IF.
           IF (NOT LF-FINE AND NOT LF-LOST)
                   OR (NOT LF-CHARGE AND NOT LF-REVERSE)
                   OR LF-ITEM-ID = SPACES
               MOVE 'BAD KIND/ACTION - REJECTED' TO DL-NOTE
               PERFORM REJECT-RTN
               GO TO PROCESS-LIBRARY-RTN-EXIT
           END-IF.
           IF LF-FINE
               MOVE 'LB' TO WS-TRAN-TYPE
           ELSE
               MOVE 'LI' TO WS-TRAN-TYPE
           END-IF.
           IF LF-CHARGE
               IF LF-AMOUNT NOT NUMERIC OR LF-AMOUNT = 0
                   MOVE 'BAD AMOUNT - REJECTED' TO DL-NOTE
                   PERFORM REJECT-RTN
                   GO TO PROCESS-LIBRARY-RTN-EXIT
               END-IF
               MOVE LF-AMOUNT TO WS-ITEM-AMT
           END-IF.
      * CHARGES AND REVERSALS POST IN PLACE THE WAY PAYMENTS DO - A
      * STUDENT WITH NO AR RECORD IS A REJECT, NOT AN ADD; THE
      * BILLING RUN OWNS RECORD CREATION.
           MOVE LF-SSN TO AR-SSN.
           READ AR-FILE
               INVALID KEY MOVE '23' TO AR-RC.
           EVALUATE TRUE
               WHEN AR-SUCCESSFUL
                   CONTINUE
               WHEN AR-NOT-FOUND
                   MOVE 'NO AR RECORD - REJECTED' TO DL-NOTE
                   PERFORM REJECT-RTN
                   GO TO PROCESS-LIBRARY-RTN-EXIT
               WHEN OTHER
                   DISPLAY 'SU41LIBF AR I/O ERROR SSN=' LF-SSN
                           ' STATUS=' AR-RC
                   MOVE 'AR I/O ERROR - REJECTED' TO DL-NOTE
                   PERFORM REJECT-RTN
                   GO TO PROCESS-LIBRARY-RTN-EXIT
           END-EVALUATE.
           PERFORM BROWSE-ITEMS-RTN THRU BROWSE-ITEMS-RTN-EXIT.
           IF LF-CHARGE
               PERFORM APPLY-CHARGE-RTN THRU APPLY-CHARGE-RTN-EXIT
           ELSE
               PERFORM APPLY-REVERSAL-RTN THRU APPLY-REVERSAL-RTN-EXIT
           END-IF.
       PROCESS-LIBRARY-RTN-EXIT. EXIT.

       BROWSE-ITEMS-RTN.
      * ONE PASS OVER THE STUDENT'S OPEN ITEMS.  THE LIBRARY CHARGE
      * FOR THIS ITEM AND KIND, IF STILL OPEN, IS THE MATCH - ON A
      * RETURN OR WAIVER IT IS CLOSED HERE FOR WHAT REMAINS OPEN.
      * EVERY OTHER OPEN LIBRARY CHARGE IS COUNTED SO THE HOLD IS
      * LIFTED ONLY WHEN NONE IS LEFT.
           MOVE 'N' TO ITEM-MATCH-SW.
           MOVE 0   TO WS-LIB-OPEN-CNT.
           MOVE LF-SSN TO OPI-SSN.
           MOVE 0      TO OPI-POST-DATE.
           MOVE 0      TO OPI-ITEM-SEQ.
           START OPIT-FILE KEY NOT LESS THAN OPI-KEY
               INVALID KEY GO TO BROWSE-ITEMS-RTN-EXIT.
           IF NOT OPI-SUCCESSFUL
               GO TO BROWSE-ITEMS-RTN-EXIT
           END-IF.
           MOVE 'N' TO BROWSE-DONE-SW.
           PERFORM READ-ITEM-RTN THRU READ-ITEM-RTN-EXIT
               UNTIL BROWSE-DONE.
       BROWSE-ITEMS-RTN-EXIT. EXIT.

       READ-ITEM-RTN.
           READ OPIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO BROWSE-DONE-SW
           END-READ.
           IF BROWSE-DONE OR NOT OPI-SUCCESSFUL
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF OPI-SSN NOT = LF-SSN
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF (OPI-TRAN-TYPE NOT = 'LB' AND OPI-TRAN-TYPE NOT = 'LI')
                   OR NOT OPI-OPEN OR OPI-OPEN-AMOUNT = 0
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF OPI-TRAN-TYPE = WS-TRAN-TYPE
                   AND OPI-REF-ID = LF-ITEM-ID
                   AND NOT ITEM-MATCHED
               MOVE 'Y' TO ITEM-MATCH-SW
               IF LF-REVERSE
                   MOVE OPI-OPEN-AMOUNT TO WS-ITEM-AMT
                   MOVE 0   TO OPI-OPEN-AMOUNT
                   MOVE 'C' TO OPI-STATUS
                   REWRITE OPI-RECORD
                   GO TO READ-ITEM-RTN-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-LIB-OPEN-CNT.
       READ-ITEM-RTN-EXIT. EXIT.

       APPLY-CHARGE-RTN.
      * THE LIBRARY RESENDS ITS OPEN LIST - A CHARGE ALREADY OPEN
      * FOR THE SAME ITEM AND KIND IS NOT BILLED TWICE.
           IF ITEM-MATCHED
               MOVE 'ALREADY BILLED - REJECTED' TO DL-NOTE
               PERFORM REJECT-RTN
               GO TO APPLY-CHARGE-RTN-EXIT
           END-IF.
           MOVE AR-RECORD TO WS-AR-BEFORE.
           ADD WS-ITEM-AMT TO AR-BILLED.
           COMPUTE AR-BALANCE = AR-BILLED - AR-PAID.
           MOVE WS-RUN-DATE-8 TO AR-LAST-BILL-DATE.
           REWRITE AR-RECORD.
           MOVE 'U' TO RCA-ACTION.
           PERFORM WRITE-AR-RECOVERY-RTN.
           IF LF-FINE
               ADD 1           TO WS-FINE-CNT
               ADD WS-ITEM-AMT TO WS-FINE-AMT
           ELSE
               ADD 1           TO WS-LOST-CNT
               ADD WS-ITEM-AMT TO WS-LOST-AMT
           END-IF.
           MOVE WS-ITEM-AMT TO WS-ARJ-SIGNED.
           PERFORM WRITE-AR-JOURNAL-RTN.
           PERFORM WRITE-OPEN-ITEM-RTN.
           MOVE 'POSTED' TO DL-NOTE.
           PERFORM PLACE-HOLD-RTN.
           PERFORM WRITE-REGISTER-RTN.
       APPLY-CHARGE-RTN-EXIT. EXIT.

       APPLY-REVERSAL-RTN.
      * ONLY WHAT IS STILL OPEN COMES OFF - ANY PART THE STUDENT HAS
      * ALREADY PAID STAYS PAID, AND A CHARGE ALREADY SETTLED IN FULL
      * (OR NEVER BILLED) HAS NOTHING TO REVERSE.  THE HOLD CHECK
      * RUNS EITHER WAY.
           IF NOT ITEM-MATCHED
               MOVE 'NO OPEN CHARGE - REJECTED' TO DL-NOTE
               PERFORM RELEASE-HOLD-RTN THRU RELEASE-HOLD-RTN-EXIT
               PERFORM REJECT-RTN
               GO TO APPLY-REVERSAL-RTN-EXIT
           END-IF.
           MOVE AR-RECORD TO WS-AR-BEFORE.
           SUBTRACT WS-ITEM-AMT FROM AR-BILLED.
           COMPUTE AR-BALANCE = AR-BILLED - AR-PAID.
           REWRITE AR-RECORD.
           MOVE 'U' TO RCA-ACTION.
           PERFORM WRITE-AR-RECOVERY-RTN.
           ADD 1           TO WS-REV-CNT.
           ADD WS-ITEM-AMT TO WS-REV-AMT.
           IF LF-FINE
               ADD WS-ITEM-AMT TO WS-REV-FINE-AMT
           ELSE
               ADD WS-ITEM-AMT TO WS-REV-LOST-AMT
           END-IF.
      * THE REVERSAL GOES TO THE JOURNAL NEGATIVE UNDER ITS OWN TYPE,
      * THE WAY THE WITHDRAWAL REVERSAL DOES.
           MOVE 'LV' TO WS-TRAN-TYPE.
           COMPUTE WS-ARJ-SIGNED = 0 - WS-ITEM-AMT.
           PERFORM WRITE-AR-JOURNAL-RTN.
           IF LF-ACTION = 'R'
               MOVE 'REVERSED - RETURNED' TO DL-NOTE
           ELSE
               MOVE 'REVERSED - WAIVED' TO DL-NOTE
           END-IF.
           PERFORM RELEASE-HOLD-RTN THRU RELEASE-HOLD-RTN-EXIT.
           PERFORM WRITE-REGISTER-RTN.
       APPLY-REVERSAL-RTN-EXIT. EXIT.

       REJECT-RTN.
           ADD 1 TO WS-REJECT-CNT.
           IF LF-CHARGE AND LF-AMOUNT NUMERIC
               ADD LF-AMOUNT TO WS-REJECT-AMT
           END-IF.
           PERFORM WRITE-REGISTER-RTN.
       REJECT-RTN-EXIT. EXIT.

       WRITE-AR-JOURNAL-RTN.
           MOVE SPACES         TO ARJ-REC.
           MOVE LF-SSN         TO ARJ-SSN.
           MOVE WS-RUN-DATE-8  TO ARJ-POST-DATE.
           MOVE WS-TRAN-TYPE   TO ARJ-TRAN-TYPE.
           MOVE WS-ARJ-SIGNED  TO ARJ-AMOUNT.
           MOVE 'SU41LIBF'     TO ARJ-PGM.
           MOVE FP-RUN-PERIOD  TO ARJ-PERIOD.
           WRITE ARJ-REC.
       WRITE-AR-JOURNAL-RTN-EXIT. EXIT.

       WRITE-OPEN-ITEM-RTN.
      * THE LIBRARY ITEM NUMBER RIDES ON THE OPEN ITEM SO A LATER
      * RETURN OR WAIVER CAN FIND THIS CHARGE AGAIN.
           MOVE SPACES        TO OPI-RECORD.
           MOVE LF-SSN        TO OPI-SSN.
           MOVE WS-RUN-DATE-8 TO OPI-POST-DATE.
           MOVE 0             TO WS-ITEM-SEQ.
           MOVE WS-TRAN-TYPE  TO OPI-TRAN-TYPE.
           MOVE WS-ITEM-AMT   TO OPI-ORIG-AMOUNT.
           MOVE WS-ITEM-AMT   TO OPI-OPEN-AMOUNT.
           MOVE 'O'           TO OPI-STATUS.
           MOVE 'SU41LIBF'    TO OPI-PGM.
           MOVE LF-ITEM-ID    TO OPI-REF-ID.
      * TEST AFTER - THE STATUS IS STILL '00' FROM THE LAST I/O,
      * SO A TEST-BEFORE LOOP WOULD NEVER WRITE AT ALL.
           PERFORM WRITE-ITEM-TRY-RTN WITH TEST AFTER
               UNTIL OPI-SUCCESSFUL OR WS-ITEM-SEQ > 999.
           IF NOT OPI-SUCCESSFUL
               DISPLAY 'SU41LIBF OPEN-ITEM WRITE FAILED SSN='
                       LF-SSN ' STATUS=' OPI-RC
               MOVE 8 TO RETURN-CODE
           END-IF.
       WRITE-OPEN-ITEM-RTN-EXIT. EXIT.

       WRITE-ITEM-TRY-RTN.
           MOVE WS-ITEM-SEQ TO OPI-ITEM-SEQ.
           MOVE '00' TO OPI-RC.
           WRITE OPI-RECORD
               INVALID KEY ADD 1 TO WS-ITEM-SEQ.
       WRITE-ITEM-TRY-RTN-EXIT. EXIT.

       PLACE-HOLD-RTN.
      * ONLY THE LIBRARY HOLD TYPE IS OURS - A STUDENT ALREADY HELD
      * FOR AN EARLIER CHARGE SIMPLY STAYS HELD.
           MOVE LF-SSN TO HLD-SSN.
           MOVE 'L'    TO HLD-TYPE.
           READ HOLD-FILE
               INVALID KEY MOVE '23' TO HLD-RC.
           IF HLD-NOT-FOUND
               ADD 1 TO WS-HOLD-CNT
               MOVE SPACES TO HOLD-RECORD
               MOVE LF-SSN TO HLD-SSN
               MOVE 'L'    TO HLD-TYPE
               MOVE 'UNPAID LIBRARY CHARGES       ' TO HLD-REASON
               MOVE 'SU41LIBF' TO HLD-PLACED-BY
               MOVE WS-RUN-DATE-8 TO HLD-PLACED-DATE
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY 'SU41LIBF HOLD WRITE FAILED SSN='
                               LF-SSN ' STATUS=' HLD-RC
               END-WRITE
               MOVE 'POSTED - HOLD PLACED' TO DL-NOTE
           END-IF.
       PLACE-HOLD-RTN-EXIT. EXIT.

       RELEASE-HOLD-RTN.
           IF WS-LIB-OPEN-CNT > 0
               GO TO RELEASE-HOLD-RTN-EXIT
           END-IF.
           MOVE LF-SSN TO HLD-SSN.
           MOVE 'L'    TO HLD-TYPE.
           READ HOLD-FILE
               INVALID KEY MOVE '23' TO HLD-RC.
           IF HLD-OK
               ADD 1 TO WS-RELEASE-CNT
               DELETE HOLD-FILE RECORD
                   INVALID KEY
                       DISPLAY 'SU41LIBF HOLD DELETE FAILED SSN='
                               LF-SSN ' STATUS=' HLD-RC
               END-DELETE
               IF ITEM-MATCHED
                   IF LF-ACTION = 'R'
                       MOVE 'RETURNED - HOLD RELEASED' TO DL-NOTE
                   ELSE
                       MOVE 'WAIVED - HOLD RELEASED' TO DL-NOTE
                   END-IF
               ELSE
                   MOVE 'NO OPEN CHARGE - HOLD REL' TO DL-NOTE
               END-IF
           END-IF.
       RELEASE-HOLD-RTN-EXIT. EXIT.

       WRITE-REGISTER-RTN.
           MOVE LF-SSN      TO DL-SSN.
           MOVE LF-ITEM-ID  TO DL-ITEM-ID.
           EVALUATE TRUE
               WHEN LF-FINE
                   MOVE 'FINE' TO DL-KIND
               WHEN LF-LOST
                   MOVE 'LOST' TO DL-KIND
               WHEN OTHER
                   MOVE LF-KIND TO DL-KIND
           END-EVALUATE.
           EVALUATE LF-ACTION
               WHEN 'C'
                   MOVE 'CHARGE' TO DL-ACTION
               WHEN 'R'
                   MOVE 'RETURN' TO DL-ACTION
               WHEN 'W'
                   MOVE 'WAIVE ' TO DL-ACTION
               WHEN OTHER
                   MOVE LF-ACTION TO DL-ACTION
           END-EVALUATE.
           IF WS-ITEM-AMT > 0
               MOVE WS-ITEM-AMT TO DL-AMOUNT-Z
           ELSE
               IF LF-AMOUNT NUMERIC
                   MOVE LF-AMOUNT TO DL-AMOUNT-Z
               ELSE
                   MOVE ZERO TO DL-AMOUNT-Z
               END-IF
           END-IF.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-REGISTER-RTN-EXIT. EXIT.

       WRITE-GL-ENTRIES-RTN.
      * CHARGES DEBIT THE AR CONTROL ACCOUNT AND CREDIT THE LIBRARY
      * REVENUE ACCOUNTS; REVERSALS RUN THE OTHER WAY.  EACH SIDE IS
      * BALANCED AT THE CONTROL-TOTAL LEVEL THE WAY SU41PGM63 FEEDS
      * THE LEDGER.
           MOVE SPACES TO GL-REC.
           COMPUTE WS-CHARGE-AMT = WS-FINE-AMT + WS-LOST-AMT.
           IF WS-CHARGE-AMT > 0
               MOVE 'AR-CONTROL'   TO GL-ACCOUNT
               MOVE 'DR'           TO GL-DR-CR
               MOVE WS-CHARGE-AMT  TO GL-AMOUNT
               MOVE 'LIBRARY CHARGES BILLED' TO GL-DESC
               PERFORM WRITE-GL-RTN
           END-IF.
           IF WS-FINE-AMT > 0
               MOVE WS-FINE-GL     TO GL-ACCOUNT
               MOVE 'CR'           TO GL-DR-CR
               MOVE WS-FINE-AMT    TO GL-AMOUNT
               MOVE 'LIBRARY FINES BILLED' TO GL-DESC
               PERFORM WRITE-GL-RTN
           END-IF.
           IF WS-LOST-AMT > 0
               MOVE WS-LOST-GL     TO GL-ACCOUNT
               MOVE 'CR'           TO GL-DR-CR
               MOVE WS-LOST-AMT    TO GL-AMOUNT
               MOVE 'LIBRARY LOST ITEMS BILLED' TO GL-DESC
               PERFORM WRITE-GL-RTN
           END-IF.
           IF WS-REV-FINE-AMT > 0
               MOVE WS-FINE-GL     TO GL-ACCOUNT
               MOVE 'DR'           TO GL-DR-CR
               MOVE WS-REV-FINE-AMT TO GL-AMOUNT
               MOVE 'LIBRARY FINES REVERSED' TO GL-DESC
               PERFORM WRITE-GL-RTN
           END-IF.
           IF WS-REV-LOST-AMT > 0
               MOVE WS-LOST-GL     TO GL-ACCOUNT
               MOVE 'DR'           TO GL-DR-CR
               MOVE WS-REV-LOST-AMT TO GL-AMOUNT
               MOVE 'LIBRARY LOST ITEMS REVERSED' TO GL-DESC
               PERFORM WRITE-GL-RTN
           END-IF.
           IF WS-REV-AMT > 0
               MOVE 'AR-CONTROL'   TO GL-ACCOUNT
               MOVE 'CR'           TO GL-DR-CR
               MOVE WS-REV-AMT     TO GL-AMOUNT
               MOVE 'LIBRARY CHARGES REVERSED' TO GL-DESC
               PERFORM WRITE-GL-RTN
           END-IF.
       WRITE-GL-ENTRIES-RTN-EXIT. EXIT.

       WRITE-GL-RTN.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           WRITE GL-REC.
           MOVE SPACES         TO GL-REC.
       WRITE-GL-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LIBRARY RECORDS READ          ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'FINES POSTED                  ' TO CTL-LABEL.
           MOVE WS-FINE-CNT TO CTL-COUNT.
           MOVE WS-FINE-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'LOST-ITEM CHARGES POSTED      ' TO CTL-LABEL.
           MOVE WS-LOST-CNT TO CTL-COUNT.
           MOVE WS-LOST-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'CHARGES REVERSED              ' TO CTL-LABEL.
           MOVE WS-REV-CNT TO CTL-COUNT.
           MOVE WS-REV-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'RECORDS REJECTED              ' TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           MOVE WS-REJECT-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'LIBRARY HOLDS PLACED          ' TO CTL-LABEL.
           MOVE WS-HOLD-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'LIBRARY HOLDS RELEASED        ' TO CTL-LABEL.
           MOVE WS-RELEASE-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
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
           MOVE 'SU41LIBF'       TO RCA-PROGRAM.
           MOVE AR-SSN           TO RCA-SSN.
           MOVE WS-AR-BEFORE     TO RCA-BEFORE-IMAGE.
           MOVE AR-RECORD        TO RCA-AFTER-IMAGE.
           WRITE ARCV-REC.
       WRITE-AR-RECOVERY-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE LIB-FILE AR-FILE ARJ-FILE OPIT-FILE HOLD-FILE
                 OUT-FILE GL-FILE.
           CLOSE ARCV-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY SSNCHK.

       COPY LOCKP.

       COPY FPCHKP.

       COPY BDTP.
