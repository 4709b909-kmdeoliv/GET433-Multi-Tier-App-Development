                     FILE STATUS IS CAMP-FS.
            SELECT ARCV-FILE ASSIGN TO ARVFILE
                     FILE STATUS IS ARCV-FS.
            SELECT CKPT-FILE ASSIGN TO CKFILE
                     FILE STATUS IS CKPT-FS.
            COPY LOCKSEL.
            COPY FPSEL.
            COPY ARSEL.
            COPY SPASEL.
            COPY SPJSEL.
            COPY OPITSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
      **** BILLING-CYCLE CONTROL CARD - ONE RECORD CARRYING THE CYCLE
      **** IDENTIFIER THIS RUN POSTS UNDER.  A MISSING CARD DEFAULTS
      **** TO THE RUN DATE, SO AN UNPLANNED RERUN ON THE SAME DAY IS
      **** STILL CAUGHT.  THE CARD ALSO CARRIES HOW MANY INPUT RECORDS
      **** GO BETWEEN CHECKPOINTS - BLANK OR ZERO MEANS 500. ***********
       FD  CYCLE-FILE.
       01  CYCLE-REC.
           05  CYC-ID         PIC X(6).
           05  CYC-CKPT-INTERVAL PIC 9(5).
           05  FILLER         PIC X(69).

      **** CAMPUS SELECTION CARD - THE ONE CAMPUS THIS RUN BILLS.  A
      **** MISSING OR BLANK CARD BILLS THE MAIN CAMPUS, THE TRANSITION
       01  ARCV-REC.
           COPY ARRCV.

      **** CHECKPOINT LOG - REWRITTEN BY A FRESH RUN, APPENDED TO BY
      **** A RESTART, READ BACK AT START TO DECIDE WHICH THIS IS ******
       FD  CKPT-FILE.
           COPY BCKREC.

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
       01  WS-WORK-AREA.
           05  IN-CTR         PIC 9(5)  COMP-3  VALUE 0.
               88  RATE-FALLBACK            VALUE 'B'.
           05  CAL-EXACT-SW        PIC X         VALUE 'N'.
               88  CAL-EXACT                VALUE 'Y'.
           05  CKPT-FS             PIC XX        VALUE '00'.
               88  CKPT-FS-OK           VALUE '00'.
           05  CKPT-EOF-SW         PIC X         VALUE SPACES.
           05  CKPT-AVAIL-SW       PIC X         VALUE 'Y'.
               88  CKPT-AVAILABLE           VALUE 'Y'.
           05  CKPT-OPEN-SW        PIC X         VALUE 'N'.
               88  CKPT-OPEN                VALUE 'Y'.
           05  CKPT-COMPLETE-SW    PIC X         VALUE 'N'.
               88  CKPT-COMPLETE            VALUE 'Y'.
           05  RESTART-SW          PIC X         VALUE 'N'.
               88  RESTARTING               VALUE 'Y'.
           05  WS-CKPT-INTERVAL    PIC 9(5)      VALUE 500.
           05  WS-CKPT-COUNT       PIC 9(5)      VALUE 0.
           05  WS-CKPT-SEQ         PIC 9(5)      VALUE 1.
           05  WS-CKPT-ATTEMPT     PIC 9(2)      VALUE 1.
           05  WS-CKPT-MAX-ATTEMPT PIC 9(2)      VALUE 0.
           05  WS-LAST-CKPT-SEQ    PIC 9(5)      VALUE 0.
           05  WS-RESTART-IN-CTR   PIC 9(7)      VALUE 0.
           05  WS-RECOVER-CNT      PIC 9(5)      VALUE 0.
           05  WS-REEMIT-CNT       PIC 9(5)      VALUE 0.
           05  WS-ARJ-RUN-CNT      PIC 9(7)      VALUE 0.
           05  WS-SPJ-RUN-CNT      PIC 9(7)      VALUE 0.
           05  WS-ARCV-RUN-CNT     PIC 9(7)      VALUE 0.
           05  WS-CKJ-ARJ-CNT      PIC 9(7)      VALUE 0.
           05  WS-CKJ-SPJ-CNT      PIC 9(7)      VALUE 0.
           05  WS-CKJ-ARCV-CNT     PIC 9(7)      VALUE 0.
           05  WS-TAIL-MAX         PIC 9(5)      VALUE 5000.
           05  WS-ARJ-TAIL-CNT     PIC 9(5)      VALUE 0.
           05  WS-SPJ-TAIL-CNT     PIC 9(5)      VALUE 0.
           05  WS-ARCV-TAIL-CNT    PIC 9(5)      VALUE 0.
           05  JRNL-EOF-SW         PIC X         VALUE SPACES.
           05  WS-AR-HOLD          PIC X(84)     VALUE SPACES.
           05  WS-CKH-CYCLE-ID     PIC X(6)      VALUE SPACES.
           05  WS-CKH-CAMPUS       PIC X         VALUE SPACES.
           05  WS-CKH-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-CKH-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-CKH-RUN-TIME     PIC 9(8)      VALUE 0.

      **** REVENUE BY RESIDENCY TIER - 1=IN-STATE, 2=OUT-OF-STATE,
      **** 3=INTERNATIONAL - SO THE BUDGET OFFICE CAN SEE THE MIX ****
                   15  TIER-STU-CNT PIC 9(5).
                   15  TIER-BILLED  PIC 9(9)V99.

      **** LAST COMPLETED CHECKPOINT OF EACH ATTEMPT IN THE LOG -
      **** ANYTHING LOGGED BEYOND IT WAS CUT OFF BY THE FAILURE *******
           05  WS-ATTEMPT-AREA VALUE ZEROES.
               10  ATT-LAST-SEQ    PIC 9(5)  OCCURS 99 TIMES.

      **** SSNS OF THE RECORDS THIS RUN APPENDED TO EACH JOURNAL PAST
      **** ITS LAST COMPLETED CHECKPOINT, LOADED ON A RESTART - A
      **** RECOVERED POSTING NOT FOUND HERE WAS CUT OFF BY THE FAILURE
           05  WS-JRNL-TAIL-AREA VALUE ZEROES.
               10  ARJT-SSN        PIC 9(9)  OCCURS 5000 TIMES
                       INDEXED BY ARJT-INDEX.
               10  SPJT-SSN        PIC 9(9)  OCCURS 5000 TIMES
                       INDEXED BY SPJT-INDEX.
               10  ARCVT-SSN       PIC 9(9)  OCCURS 5000 TIMES
                       INDEXED BY ARCVT-INDEX.

           COPY ARRC.

           COPY SPARC.
             10  TBLP-INST-BILLED PIC 9(2).
             10  TBLP-REMAINING   PIC 9(7)V99.
             10  TBLP-LAST-CYCLE  PIC X(6).
             10  TBLP-CKPT-SW     PIC X.

      **** SPONSORSHIP AUTHORIZATION TABLE, LOADED FROM AUTH-FILE AT
      **** START - ONE ROW PER SPONSORED STUDENT ***********************
           05 PL-COLLECT-TOTAL PIC $$$,$$$,$$$9.99.
           05 FILLER          PIC X(29)     VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-CAMPUS-RTN.
           PERFORM GET-CYCLE-RTN.
           PERFORM GET-RESTART-RTN THRU GET-RESTART-RTN-EXIT.
           PERFORM GET-RATE-RTN.
           PERFORM VALIDATE-TERM-RTN.
           PERFORM GET-PLAN-RTN.
           PERFORM GET-AUTH-RTN.
           PERFORM HDG-ROUTINE.
           PERFORM START-CHECKPOINT-RTN THRU START-CHECKPOINT-RTN-EXIT.
           PERFORM READ-INPUT
              UNTIL EOF-SW = 'F'.
           PERFORM TRAILER-ROUTINE.
           PERFORM WRITE-PLAN-OUT-RTN.
           PERFORM END-CHECKPOINT-RTN.
           PERFORM CLOSE-FILES-RTN.
           STOP RUN.

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM2 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
      * ALREADY REPORTED.
               IF CYCLE-EOF-SW NOT = 'F' AND CYC-ID NOT = SPACES
                   MOVE CYC-ID TO WS-CYCLE-ID
               END-IF
               IF CYCLE-EOF-SW NOT = 'F' AND CYC-CKPT-INTERVAL NUMERIC
                   IF CYC-CKPT-INTERVAL > 0
                       MOVE CYC-CKPT-INTERVAL TO WS-CKPT-INTERVAL
                   END-IF
               END-IF
               CLOSE CYCLE-FILE
           END-IF.
       GET-CYCLE-RTN-EXIT. EXIT.
                   MOVE PLN-INST-BILLED TO TBLP-INST-BILLED(TBLP-INDEX)
                   MOVE PLN-REMAINING   TO TBLP-REMAINING(TBLP-INDEX)
                   MOVE PLN-LAST-CYCLE  TO TBLP-LAST-CYCLE(TBLP-INDEX)
                   MOVE 'N'             TO TBLP-CKPT-SW(TBLP-INDEX)
                   READ PLAN-FILE
                       AT END MOVE 'F' TO PLAN-EOF-SW
                   END-READ

       READ-INPUT.
           PERFORM DETAIL-ROUTINE.
           IF CKPT-OPEN
               ADD 1 TO WS-CKPT-COUNT
               IF WS-CKPT-COUNT NOT < WS-CKPT-INTERVAL
                   PERFORM TAKE-CHECKPOINT-RTN
               END-IF
           END-IF.
           READ IN-FILE
             AT END MOVE 'F' TO EOF-SW.
           ADD 1 TO IN-CTR.
               MOVE ZERO TO DL-TUITION-Z
               MOVE SPACES TO DL-PLAN-FLAG
               MOVE '*NOT ACTIVE*' TO DL-CYCLE-NOTE
               PERFORM WRITE-DETAIL-RTN
               GO TO DETAIL-ROUTINE-EXIT
           END-IF.
      * ONE CAMPUS PER RUN - A STUDENT FROM THE OTHER CAMPUS STILL
               MOVE ZERO TO DL-TUITION-Z
               MOVE SPACES TO DL-PLAN-FLAG
               MOVE '*OTH CAMPUS*' TO DL-CYCLE-NOTE
               PERFORM WRITE-DETAIL-RTN
               GO TO DETAIL-ROUTINE-EXIT
           END-IF.
           MOVE IN-NAME TO DL-NAME.
           COMPUTE WS-SSN-9 = (IN-SSN1 * 1000000) +
               (IN-SSN2 * 10000) + IN-SSN3.
           PERFORM AR-UPDATE-RTN.
           PERFORM WRITE-DETAIL-RTN.
       DETAIL-ROUTINE-EXIT. EXIT.

       WRITE-DETAIL-RTN.
      * EVERY ROSTER DETAIL LINE IS ALSO LOGGED, SO A RESTART CAN
      * REPRINT WHAT THE FAILED ATTEMPT HAD PRINTED UP TO ITS LAST
      * CHECKPOINT AND THE ROSTER COMES OUT WHOLE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF CKPT-OPEN
               MOVE SPACES          TO BILLING-CHECKPOINT-RECORD
               MOVE 'R'             TO CKP-TYPE
               MOVE WS-CKPT-ATTEMPT TO CKP-ATTEMPT
               MOVE WS-CKPT-SEQ     TO CKP-SEQ
               MOVE OUT-REC         TO CKR-LINE
               WRITE BILLING-CHECKPOINT-RECORD
           END-IF.
       WRITE-DETAIL-RTN-EXIT. EXIT.

       SET-TIER-RTN.
      * THE RESIDENCY CODE PICKS THE TRUSTEES' RATE TIER - A BLANK
      * (OR ANYTHING UNRECOGNIZED THE EDIT LET THROUGH) BILLS
               GO TO SET-BILL-AMT-RTN-EXIT
           END-IF.
           MOVE WS-CYCLE-ID TO TBLP-LAST-CYCLE(TBLP-INDEX).
           MOVE 'Y' TO TBLP-CKPT-SW(TBLP-INDEX).
           IF TBLP-INST-BILLED(TBLP-INDEX) = 0
                   AND TBLP-REMAINING(TBLP-INDEX) = 0
               MOVE DL-TUITION TO TBLP-REMAINING(TBLP-INDEX)
      * BEFORE IT SEES ANOTHER CHARGE.
               WHEN AR-SUCCESSFUL AND AR-PLACED
                   MOVE '*PLACED*    ' TO DL-CYCLE-NOTE
      * A RESTART MEETS THE CHARGES ITS FAILED ATTEMPT POSTED AFTER
      * THE LAST CHECKPOINT - STAMPED WITH THIS CYCLE AND THE SAME
      * RUN DATE AND TIME.  THEY ARE NOT POSTED AGAIN, BUT THEY ARE
      * COUNTED AS THIS RUN'S OWN, SO THE FOOTERS AND GL MATCH AN
      * UNINTERRUPTED RUN.
               WHEN AR-SUCCESSFUL AND RESTARTING
                       AND AR-LAST-BILL-CYCLE = WS-CYCLE-ID
                       AND AR-LAST-BILL-DATE = WS-RUN-DATE-8
                       AND AR-LAST-BILL-TIME = WS-RUN-TIME(1:6)
                   PERFORM RECOVER-POSTING-RTN
      * ALREADY POSTED FOR THIS CYCLE - A RERUN MUST NOT CHARGE THE
      * STUDENT A SECOND TIME AND THE ROSTER LINE SAYS SO.  THE PLAN
      * STATE CARRIES ITS OWN CYCLE STAMP: WHEN AN INTERRUPTED RUN
                       ADD WS-STU-AMT TO AR-BILLED
                       COMPUTE AR-BALANCE = AR-BILLED - AR-PAID
                       MOVE WS-RUN-DATE-8 TO AR-LAST-BILL-DATE
                       MOVE WS-RUN-TIME(1:6) TO AR-LAST-BILL-TIME
                       MOVE WS-CYCLE-ID   TO AR-LAST-BILL-CYCLE
                       MOVE WS-STU-CAMPUS TO AR-CAMPUS
                       REWRITE AR-RECORD
                   MOVE 0          TO AR-NSF-FEES
                   MOVE WS-CYCLE-ID TO AR-LAST-BILL-CYCLE
                   MOVE WS-STU-CAMPUS TO AR-CAMPUS
                   MOVE WS-RUN-TIME(1:6) TO AR-LAST-BILL-TIME
                   IF WS-BILL-AMT > 0
                       WRITE AR-RECORD
                       MOVE SPACES TO WS-AR-BEFORE
           ADD AR-BALANCE TO WS-BALANCE-TOTAL.
       AR-UPDATE-RTN-EXIT. EXIT.

       RECOVER-POSTING-RTN.
      * THE SAME ARITHMETIC AS A POSTING - THE PLAN STATE IS BACK AT
      * THE CHECKPOINT, SO THE INSTALLMENT COMES OUT AS IT DID.  THE
      * AR RECORD, OPEN ITEM AND SPONSOR RECEIVABLE ARE UPDATED IN
      * PLACE AND ALREADY HOLD IT.  THE JOURNALS ARE ONLY FORCED TO
      * DISK AT A CHECKPOINT, SO EACH ONE IS CHECKED FOR THE POSTING
      * AND ANY RECORD THE FAILURE CUT OFF IS WRITTEN AGAIN.
           ADD 1 TO WS-RECOVER-CNT.
           PERFORM SET-BILL-AMT-RTN THRU SET-BILL-AMT-RTN-EXIT.
           PERFORM SPLIT-SPONSOR-RTN THRU SPLIT-SPONSOR-RTN-EXIT.
           IF WS-BILL-AMT > 0
               ADD WS-STU-AMT TO WS-TUITION-TOTAL
               ADD 1 TO TIER-STU-CNT(WS-TIER-SUB)
               COMPUTE TIER-BILLED(WS-TIER-SUB) =
                   TIER-BILLED(WS-TIER-SUB) + WS-STU-AMT + WS-SPON-AMT
               IF WS-SPON-AMT > 0
                   ADD WS-SPON-AMT TO WS-SPON-TOTAL
               END-IF
               PERFORM VERIFY-JOURNALS-RTN THRU
                   VERIFY-JOURNALS-RTN-EXIT
           END-IF.
           IF ON-PLAN
               ADD AR-PAID TO WS-PLAN-COLLECT-TOT
           END-IF.
       RECOVER-POSTING-RTN-EXIT. EXIT.

       VERIFY-JOURNALS-RTN.
      * A STUDENT IS POSTED ONCE PER RUN, SO THE SSN ALONE SAYS
      * WHETHER THE TAIL OF A JOURNAL HOLDS THE POSTING'S RECORD.
           SET ARJT-INDEX TO 1.
           SEARCH ARJT-SSN
               AT END
                   PERFORM WRITE-ARJ-REC-RTN THRU WRITE-ARJ-REC-RTN-EXIT
                   ADD 1 TO WS-REEMIT-CNT
               WHEN ARJT-INDEX > WS-ARJ-TAIL-CNT
                   PERFORM WRITE-ARJ-REC-RTN THRU WRITE-ARJ-REC-RTN-EXIT
                   ADD 1 TO WS-REEMIT-CNT
               WHEN ARJT-SSN(ARJT-INDEX) = WS-SSN-9
                   CONTINUE
           END-SEARCH.
           IF WS-SPON-AMT > 0
               SET SPJT-INDEX TO 1
               SEARCH SPJT-SSN
                   AT END
                       PERFORM WRITE-SPONSOR-JOURNAL-RTN
                       ADD 1 TO WS-REEMIT-CNT
                   WHEN SPJT-INDEX > WS-SPJ-TAIL-CNT
                       PERFORM WRITE-SPONSOR-JOURNAL-RTN
                       ADD 1 TO WS-REEMIT-CNT
                   WHEN SPJT-SSN(SPJT-INDEX) = WS-SSN-9
                       CONTINUE
               END-SEARCH
           END-IF.
           SET ARCVT-INDEX TO 1.
           SEARCH ARCVT-SSN
               AT END
                   PERFORM REEMIT-AR-RECOVERY-RTN THRU
                       REEMIT-AR-RECOVERY-RTN-EXIT
                   ADD 1 TO WS-REEMIT-CNT
               WHEN ARCVT-INDEX > WS-ARCV-TAIL-CNT
                   PERFORM REEMIT-AR-RECOVERY-RTN THRU
                       REEMIT-AR-RECOVERY-RTN-EXIT
                   ADD 1 TO WS-REEMIT-CNT
               WHEN ARCVT-SSN(ARCVT-INDEX) = WS-SSN-9
                   CONTINUE
           END-SEARCH.
       VERIFY-JOURNALS-RTN-EXIT. EXIT.

       REEMIT-AR-RECOVERY-RTN.
      * THE AFTER IMAGE IS THE RECORD AS IT STANDS.  A FIRST CHARGE
      * ADDED THE RECORD; OTHERWISE THE BEFORE IMAGE IS REBUILT BY
      * BACKING THE CHARGE OUT.  THE PRIOR BILLING STAMPS ARE GONE,
      * SO SU41PGM95 REPORTS SUCH AN IMAGE AS A MISMATCH RATHER THAN
      * APPLYING IT OVER A BACKUP THAT DOES NOT AGREE.
           IF AR-BILLED = WS-STU-AMT AND AR-PAID = 0
                   AND AR-LAST-PAY-DATE = 0 AND AR-LATE-FEES = 0
                   AND AR-NSF-FEES = 0
               MOVE SPACES TO WS-AR-BEFORE
               MOVE 'A' TO RCA-ACTION
           ELSE
               MOVE AR-RECORD TO WS-AR-HOLD
               SUBTRACT WS-STU-AMT FROM AR-BILLED
               COMPUTE AR-BALANCE = AR-BILLED - AR-PAID
               MOVE AR-RECORD TO WS-AR-BEFORE
               MOVE WS-AR-HOLD TO AR-RECORD
               MOVE 'U' TO RCA-ACTION
           END-IF.
           PERFORM WRITE-AR-RECOVERY-RTN.
       REEMIT-AR-RECOVERY-RTN-EXIT. EXIT.

       WRITE-AR-JOURNAL-RTN.
      * ONE DATED DETAIL RECORD PER CHARGE POSTED, SO THE RUNNING
      * AR-BILLED TOTAL CAN BE BROKEN BACK DOWN CYCLE BY CYCLE WHEN
      * A STUDENT DISPUTES A BALANCE.  ONLY THE STUDENT'S OWN SHARE
      * GOES HERE - THE SPONSORED SHARE IS JOURNALED ON THE SPONSOR
      * SIDE.
           PERFORM WRITE-ARJ-REC-RTN THRU WRITE-ARJ-REC-RTN-EXIT.
           IF WS-STU-AMT > 0
               PERFORM WRITE-OPEN-ITEM-RTN
           END-IF.
       WRITE-AR-JOURNAL-RTN-EXIT. EXIT.

       WRITE-ARJ-REC-RTN.
           MOVE SPACES           TO ARJ-REC.
           MOVE WS-SSN-9         TO ARJ-SSN.
           MOVE WS-RUN-DATE-8    TO ARJ-POST-DATE.
           MOVE 'BL'             TO ARJ-TRAN-TYPE.
           MOVE WS-STU-AMT       TO ARJ-AMOUNT.
           MOVE 'SU41PGM2'       TO ARJ-PGM.
           MOVE FP-RUN-PERIOD    TO ARJ-PERIOD.
           MOVE WS-RUN-DATE-8    TO ARJ-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO ARJ-RUN-TIME.
           WRITE ARJ-REC.
           ADD 1 TO WS-ARJ-RUN-CNT.
       WRITE-ARJ-REC-RTN-EXIT. EXIT.

       WRITE-AR-RECOVERY-RTN.
      * ONE BEFORE/AFTER IMAGE PER AR RECORD TOUCHED - THE SAME
      * PROTECTION THE ACCOUNT CLUSTER GETS FROM ACCTJRNL.  THE
           MOVE WS-AR-BEFORE     TO RCA-BEFORE-IMAGE.
           MOVE AR-RECORD        TO RCA-AFTER-IMAGE.
           WRITE ARCV-REC.
           ADD 1 TO WS-ARCV-RUN-CNT.
       WRITE-AR-RECOVERY-RTN-EXIT. EXIT.

       WRITE-OPEN-ITEM-RTN.
           MOVE 'BL'           TO SPJ-TRAN-TYPE.
           MOVE WS-SPON-AMT    TO SPJ-AMOUNT.
           MOVE 'SU41PGM2'     TO SPJ-PGM.
           MOVE WS-RUN-DATE-8  TO SPJ-RUN-DATE.
           MOVE WS-RUN-TIME(1:6) TO SPJ-RUN-TIME.
           WRITE SPJ-REC.
           ADD 1 TO WS-SPJ-RUN-CNT.
       WRITE-SPONSOR-JOURNAL-RTN-EXIT. EXIT.

       TRAILER-ROUTINE.
           END-IF.
       WRITE-DEFERRAL-RTN-EXIT. EXIT.

       GET-RESTART-RTN.
      * IS THIS A FRESH RUN OR A RESTART?  THE CHECKPOINT LOG OF A
      * RUN THAT NEVER REACHED END OF JOB, FOR THIS CYCLE AND THIS
      * CAMPUS, MAKES IT A RESTART: THE FAILED ATTEMPT'S RUN DATE AND
      * TIME ARE TAKEN OVER SO EVERY STAMP, JOURNAL AND GL ENTRY IS
      * THE ONE THE UNINTERRUPTED RUN WOULD HAVE MADE.  NO LOG DD
      * MEANS NO CHECKPOINTS - THE CYCLE GUARD STILL STOPS DOUBLE
      * BILLING ON A RERUN.
           OPEN INPUT CKPT-FILE.
           IF NOT CKPT-FS-OK
               DISPLAY 'SU41PGM2 - NO CHECKPOINT LOG, STATUS=' CKPT-FS
               DISPLAY 'RUNNING WITHOUT CHECKPOINTS'
               MOVE 'N' TO CKPT-AVAIL-SW
               GO TO GET-RESTART-RTN-EXIT
           END-IF.
           READ CKPT-FILE
               AT END MOVE 'F' TO CKPT-EOF-SW.
           IF CKPT-EOF-SW = 'F' OR NOT CKP-HEADER
               CLOSE CKPT-FILE
               GO TO GET-RESTART-RTN-EXIT
           END-IF.
           MOVE CKH-CYCLE-ID   TO WS-CKH-CYCLE-ID.
           MOVE CKH-CAMPUS     TO WS-CKH-CAMPUS.
           MOVE CKH-RUN-DATE   TO WS-CKH-RUN-DATE.
           MOVE CKH-RUN-DATE-8 TO WS-CKH-RUN-DATE-8.
           MOVE CKH-RUN-TIME   TO WS-CKH-RUN-TIME.
           PERFORM SCAN-CKPT-RTN
               UNTIL CKPT-EOF-SW = 'F'.
           CLOSE CKPT-FILE.
           IF CKPT-COMPLETE
               GO TO GET-RESTART-RTN-EXIT
           END-IF.
           IF WS-CKH-CYCLE-ID NOT = WS-CYCLE-ID
                   OR WS-CKH-CAMPUS NOT = WS-CAMPUS
               DISPLAY 'SU41PGM2 - UNFINISHED RUN FOR CYCLE '
                       WS-CKH-CYCLE-ID ' CAMPUS ' WS-CKH-CAMPUS
                       ' ABANDONED, STARTING FRESH'
               MOVE 4 TO RETURN-CODE
               GO TO GET-RESTART-RTN-EXIT
           END-IF.
           IF WS-CKPT-MAX-ATTEMPT NOT < 99
               DISPLAY 'SU41PGM2 ABEND - CHECKPOINT LOG HOLDS 99 '
                       'ATTEMPTS, RESTART REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO RESTART-SW.
           COMPUTE WS-CKPT-ATTEMPT = WS-CKPT-MAX-ATTEMPT + 1.
           MOVE WS-CKH-RUN-DATE   TO WS-RUN-DATE.
           MOVE WS-CKH-RUN-DATE-8 TO WS-RUN-DATE-8.
           MOVE WS-CKH-RUN-TIME   TO WS-RUN-TIME.
      * THE POSTINGS GO INTO THE FAILED ATTEMPT'S PERIOD, WHICH MUST
      * STILL BE OPEN.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41PGM2 ABEND - FISCAL PERIOD OF THE FAILED '
                       'RUN NO LONGER OPEN FOR POSTING'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       GET-RESTART-RTN-EXIT. EXIT.

       SCAN-CKPT-RTN.
           IF CKP-ATTEMPT NUMERIC AND CKP-SEQ NUMERIC
               IF CKP-ATTEMPT > WS-CKPT-MAX-ATTEMPT
                   MOVE CKP-ATTEMPT TO WS-CKPT-MAX-ATTEMPT
               END-IF
               IF CKP-POINT AND CKP-ATTEMPT > 0
                   MOVE CKP-SEQ TO ATT-LAST-SEQ(CKP-ATTEMPT)
               END-IF
           END-IF.
           IF CKP-END
               MOVE 'Y' TO CKPT-COMPLETE-SW
           END-IF.
           READ CKPT-FILE
               AT END MOVE 'F' TO CKPT-EOF-SW.
       SCAN-CKPT-RTN-EXIT. EXIT.

       START-CHECKPOINT-RTN.
      * A FRESH RUN STARTS A NEW LOG UNDER ITS OWN HEADER.  A RESTART
      * REPLAYS THE LOG UP TO THE LAST COMPLETED CHECKPOINT - ROSTER
      * LINES REPRINTED, PLAN ROWS AND RUNNING TOTALS PUT BACK - AND
      * SKIPS THE INPUT RECORDS ALREADY BEHIND IT, THEN APPENDS.  THE
      * JOURNAL RECORDS WRITTEN PAST THAT CHECKPOINT ARE TABLED SO A
      * RECOVERED POSTING CAN BE CHECKED AGAINST THEM.
           IF NOT CKPT-AVAILABLE
               GO TO START-CHECKPOINT-RTN-EXIT
           END-IF.
           IF NOT RESTARTING
               OPEN OUTPUT CKPT-FILE
               IF NOT CKPT-FS-OK
                   DISPLAY 'SU41PGM2 - CHECKPOINT LOG OPEN FAILED, '
                           'STATUS=' CKPT-FS
                   DISPLAY 'RUNNING WITHOUT CHECKPOINTS'
                   GO TO START-CHECKPOINT-RTN-EXIT
               END-IF
               MOVE 'Y' TO CKPT-OPEN-SW
               MOVE SPACES          TO BILLING-CHECKPOINT-RECORD
               MOVE 'H'             TO CKP-TYPE
               MOVE WS-CKPT-ATTEMPT TO CKP-ATTEMPT
               MOVE 0               TO CKP-SEQ
               MOVE WS-CYCLE-ID     TO CKH-CYCLE-ID
               MOVE WS-CAMPUS       TO CKH-CAMPUS
               MOVE WS-RUN-DATE     TO CKH-RUN-DATE
               MOVE WS-RUN-DATE-8   TO CKH-RUN-DATE-8
               MOVE WS-RUN-TIME     TO CKH-RUN-TIME
               WRITE BILLING-CHECKPOINT-RECORD
               CLOSE CKPT-FILE
               OPEN EXTEND CKPT-FILE
               GO TO START-CHECKPOINT-RTN-EXIT
           END-IF.
           MOVE SPACES TO CKPT-EOF-SW.
           OPEN INPUT CKPT-FILE.
           READ CKPT-FILE
               AT END MOVE 'F' TO CKPT-EOF-SW.
           PERFORM APPLY-CKPT-RTN THRU APPLY-CKPT-RTN-EXIT
               UNTIL CKPT-EOF-SW = 'F'.
           CLOSE CKPT-FILE.
           COMPUTE WS-CKPT-SEQ = WS-LAST-CKPT-SEQ + 1.
           PERFORM LOAD-JOURNAL-TAIL-RTN THRU
               LOAD-JOURNAL-TAIL-RTN-EXIT.
           PERFORM SKIP-INPUT-RTN
               UNTIL IN-CTR > WS-RESTART-IN-CTR OR EOF-SW = 'F'.
           IF IN-CTR NOT > WS-RESTART-IN-CTR
               DISPLAY 'SU41PGM2 ABEND - INPUT ENDS BEFORE THE '
                       'CHECKPOINT POSITION ' WS-RESTART-IN-CTR
               DISPLAY 'RESTART WITH THE FAILED RUN''S INPUT FILE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND CKPT-FILE.
           IF NOT CKPT-FS-OK
               DISPLAY 'SU41PGM2 ABEND - CHECKPOINT LOG OPEN FAILED, '
                       'STATUS=' CKPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'Y' TO CKPT-OPEN-SW.
           DISPLAY 'SU41PGM2 - RESTART OF CYCLE ' WS-CYCLE-ID
                   ' RUN ' WS-RUN-DATE-8 ' ' WS-RUN-TIME(1:6)
                   ', ATTEMPT ' WS-CKPT-ATTEMPT.
           DISPLAY 'SU41PGM2 - RESUMING AFTER CHECKPOINT '
                   WS-LAST-CKPT-SEQ ' AT INPUT RECORD '
                   WS-RESTART-IN-CTR.
       START-CHECKPOINT-RTN-EXIT. EXIT.

       APPLY-CKPT-RTN.
      * ONLY WHAT A COMPLETED CHECKPOINT COVERS IS PUT BACK - A
      * FAILED ATTEMPT'S LAST, UNFINISHED STRETCH IS SKIPPED.
           IF NOT CKP-ATTEMPT NUMERIC OR NOT CKP-SEQ NUMERIC
               GO TO APPLY-CKPT-NEXT-RTN
           END-IF.
           IF CKP-ATTEMPT = 0
               GO TO APPLY-CKPT-NEXT-RTN
           END-IF.
           IF CKP-SEQ > ATT-LAST-SEQ(CKP-ATTEMPT)
               GO TO APPLY-CKPT-NEXT-RTN
           END-IF.
           EVALUATE TRUE
               WHEN CKP-ROSTER
                   MOVE CKR-LINE TO OUT-REC
                   WRITE OUT-REC
               WHEN CKP-PLAN
                   PERFORM RESTORE-PLAN-RTN
               WHEN CKP-POINT
                   PERFORM RESTORE-TOTALS-RTN
               WHEN CKP-JOURNAL
                   MOVE CKJ-ARJ-CNT  TO WS-CKJ-ARJ-CNT
                   MOVE CKJ-SPJ-CNT  TO WS-CKJ-SPJ-CNT
                   MOVE CKJ-ARCV-CNT TO WS-CKJ-ARCV-CNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       APPLY-CKPT-NEXT-RTN.
           READ CKPT-FILE
               AT END MOVE 'F' TO CKPT-EOF-SW.
       APPLY-CKPT-RTN-EXIT. EXIT.

       RESTORE-PLAN-RTN.
           SEARCH ALL WS-PLAN-TABLE
               AT END
                   DISPLAY 'SU41PGM2 ABEND - CHECKPOINT PLAN ROW '
                           CKL-SSN ' NOT ON THE PLAN FILE'
                   DISPLAY 'RESTART WITH THE FAILED RUN''S PLAN FILE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN TBLP-SSN(TBLP-INDEX) = CKL-SSN
                   MOVE CKL-TOTAL-INST  TO TBLP-TOTAL-INST(TBLP-INDEX)
                   MOVE CKL-INST-BILLED TO TBLP-INST-BILLED(TBLP-INDEX)
                   MOVE CKL-REMAINING   TO TBLP-REMAINING(TBLP-INDEX)
                   MOVE CKL-LAST-CYCLE  TO TBLP-LAST-CYCLE(TBLP-INDEX)
           END-SEARCH.
       RESTORE-PLAN-RTN-EXIT. EXIT.

       RESTORE-TOTALS-RTN.
           MOVE CKP-SEQ              TO WS-LAST-CKPT-SEQ.
           MOVE CKC-IN-CTR           TO WS-RESTART-IN-CTR.
           MOVE CKC-TUITION-TOTAL    TO WS-TUITION-TOTAL.
           MOVE CKC-BALANCE-TOTAL    TO WS-BALANCE-TOTAL.
           MOVE CKC-DUP-CYCLE-CNT    TO WS-DUP-CYCLE-CNT.
           MOVE CKC-OTH-CAMP-CNT     TO WS-OTH-CAMP-CNT.
           MOVE CKC-PLAN-STU-CNT     TO WS-PLAN-STU-CNT.
           MOVE CKC-PLAN-SCHED-TOT   TO WS-PLAN-SCHED-TOT.
           MOVE CKC-PLAN-BILLED-TOT  TO WS-PLAN-BILLED-TOT.
           MOVE CKC-PLAN-COLLECT-TOT TO WS-PLAN-COLLECT-TOT.
           MOVE CKC-SPON-TOTAL       TO WS-SPON-TOTAL.
           MOVE CKC-SPON-STU-CNT     TO WS-SPON-STU-CNT.
           PERFORM RESTORE-TIER-RTN
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3.
       RESTORE-TOTALS-RTN-EXIT. EXIT.

       RESTORE-TIER-RTN.
           MOVE CKC-TIER-STU-CNT(WS-TIER-SUB)
               TO TIER-STU-CNT(WS-TIER-SUB).
           MOVE CKC-TIER-BILLED(WS-TIER-SUB)
               TO TIER-BILLED(WS-TIER-SUB).
       RESTORE-TIER-RTN-EXIT. EXIT.

       LOAD-JOURNAL-TAIL-RTN.
      * THE 'J' RECORD OF THE LAST COMPLETED CHECKPOINT SAYS HOW MANY
      * RECORDS THIS RUN HAD ON EACH JOURNAL BY THEN.  THE RUN'S OWN
      * RECORDS CARRY ITS START DATE AND TIME; THOSE BEYOND THE COUNT
      * WERE WRITTEN AFTER THE CHECKPOINT AND MAY OR MAY NOT HAVE
      * REACHED DISK.  THE COUNTS CARRY ON FROM HERE, SO THE NEXT
      * CHECKPOINT'S 'J' RECORD COVERS BOTH ATTEMPTS.
           CLOSE ARJ-FILE SPJ-FILE ARCV-FILE.
           OPEN INPUT ARJ-FILE SPJ-FILE ARCV-FILE.
           IF NOT ARJ-FS-OK OR NOT SPJ-FS-OK OR NOT ARCV-FS-OK
               DISPLAY 'SU41PGM2 ABEND - JOURNAL OPEN FOR RESTART '
                       'FAILED, STATUS=' ARJ-FS '/' SPJ-FS '/' ARCV-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO JRNL-EOF-SW.
           READ ARJ-FILE
               AT END MOVE 'F' TO JRNL-EOF-SW.
           PERFORM SCAN-ARJ-RTN THRU SCAN-ARJ-RTN-EXIT
               UNTIL JRNL-EOF-SW = 'F'.
           MOVE SPACES TO JRNL-EOF-SW.
           READ SPJ-FILE
               AT END MOVE 'F' TO JRNL-EOF-SW.
           PERFORM SCAN-SPJ-RTN THRU SCAN-SPJ-RTN-EXIT
               UNTIL JRNL-EOF-SW = 'F'.
           MOVE SPACES TO JRNL-EOF-SW.
           READ ARCV-FILE
               AT END MOVE 'F' TO JRNL-EOF-SW.
           PERFORM SCAN-ARCV-RTN THRU SCAN-ARCV-RTN-EXIT
               UNTIL JRNL-EOF-SW = 'F'.
           CLOSE ARJ-FILE SPJ-FILE ARCV-FILE.
           IF WS-ARJ-RUN-CNT < WS-CKJ-ARJ-CNT
                   OR WS-SPJ-RUN-CNT < WS-CKJ-SPJ-CNT
                   OR WS-ARCV-RUN-CNT < WS-CKJ-ARCV-CNT
               DISPLAY 'SU41PGM2 ABEND - JOURNALS HOLD FEWER OF THIS '
                       'RUN''S RECORDS THAN THE LAST CHECKPOINT'
               DISPLAY 'RESTART WITH THE FAILED RUN''S JOURNALS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ARJ-FILE SPJ-FILE ARCV-FILE.
           IF NOT ARJ-FS-OK OR NOT SPJ-FS-OK OR NOT ARCV-FS-OK
               DISPLAY 'SU41PGM2 ABEND - JOURNAL REOPEN FOR RESTART '
                       'FAILED, STATUS=' ARJ-FS '/' SPJ-FS '/' ARCV-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       LOAD-JOURNAL-TAIL-RTN-EXIT. EXIT.

       SCAN-ARJ-RTN.
           IF ARJ-PGM NOT = 'SU41PGM2' OR ARJ-TRAN-TYPE NOT = 'BL'
               GO TO SCAN-ARJ-NEXT-RTN
           END-IF.
           IF NOT ARJ-RUN-DATE NUMERIC OR NOT ARJ-RUN-TIME NUMERIC
               GO TO SCAN-ARJ-NEXT-RTN
           END-IF.
           IF ARJ-RUN-DATE NOT = WS-RUN-DATE-8
                   OR ARJ-RUN-TIME NOT = WS-RUN-TIME(1:6)
               GO TO SCAN-ARJ-NEXT-RTN
           END-IF.
           ADD 1 TO WS-ARJ-RUN-CNT.
           IF WS-ARJ-RUN-CNT NOT > WS-CKJ-ARJ-CNT
               GO TO SCAN-ARJ-NEXT-RTN
           END-IF.
           IF WS-ARJ-TAIL-CNT NOT < WS-TAIL-MAX
               DISPLAY 'SU41PGM2 ABEND - AR JOURNAL RECORDS PAST THE '
                       'LAST CHECKPOINT EXCEED THE RESTART TABLE'
               DISPLAY 'TABLE CAPACITY IS ' WS-TAIL-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ARJ-TAIL-CNT.
           MOVE ARJ-SSN TO ARJT-SSN(WS-ARJ-TAIL-CNT).
       SCAN-ARJ-NEXT-RTN.
           READ ARJ-FILE
               AT END MOVE 'F' TO JRNL-EOF-SW.
       SCAN-ARJ-RTN-EXIT. EXIT.

       SCAN-SPJ-RTN.
           IF SPJ-PGM NOT = 'SU41PGM2' OR SPJ-TRAN-TYPE NOT = 'BL'
               GO TO SCAN-SPJ-NEXT-RTN
           END-IF.
           IF NOT SPJ-RUN-DATE NUMERIC OR NOT SPJ-RUN-TIME NUMERIC
               GO TO SCAN-SPJ-NEXT-RTN
           END-IF.
           IF SPJ-RUN-DATE NOT = WS-RUN-DATE-8
                   OR SPJ-RUN-TIME NOT = WS-RUN-TIME(1:6)
               GO TO SCAN-SPJ-NEXT-RTN
           END-IF.
           ADD 1 TO WS-SPJ-RUN-CNT.
           IF WS-SPJ-RUN-CNT NOT > WS-CKJ-SPJ-CNT
               GO TO SCAN-SPJ-NEXT-RTN
           END-IF.
           IF WS-SPJ-TAIL-CNT NOT < WS-TAIL-MAX
               DISPLAY 'SU41PGM2 ABEND - SPONSOR JOURNAL RECORDS PAST '
                       'THE LAST CHECKPOINT EXCEED THE RESTART TABLE'
               DISPLAY 'TABLE CAPACITY IS ' WS-TAIL-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SPJ-TAIL-CNT.
           MOVE SPJ-SSN TO SPJT-SSN(WS-SPJ-TAIL-CNT).
       SCAN-SPJ-NEXT-RTN.
           READ SPJ-FILE
               AT END MOVE 'F' TO JRNL-EOF-SW.
       SCAN-SPJ-RTN-EXIT. EXIT.

       SCAN-ARCV-RTN.
           IF RCA-PROGRAM NOT = 'SU41PGM2'
               GO TO SCAN-ARCV-NEXT-RTN
           END-IF.
           IF NOT RCA-DATE NUMERIC OR NOT RCA-TIME NUMERIC
               GO TO SCAN-ARCV-NEXT-RTN
           END-IF.
           IF RCA-DATE NOT = WS-RUN-DATE-8
                   OR RCA-TIME NOT = WS-RUN-TIME(1:6)
               GO TO SCAN-ARCV-NEXT-RTN
           END-IF.
           ADD 1 TO WS-ARCV-RUN-CNT.
           IF WS-ARCV-RUN-CNT NOT > WS-CKJ-ARCV-CNT
               GO TO SCAN-ARCV-NEXT-RTN
           END-IF.
           IF WS-ARCV-TAIL-CNT NOT < WS-TAIL-MAX
               DISPLAY 'SU41PGM2 ABEND - AR RECOVERY RECORDS PAST THE '
                       'LAST CHECKPOINT EXCEED THE RESTART TABLE'
               DISPLAY 'TABLE CAPACITY IS ' WS-TAIL-MAX
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ARCV-TAIL-CNT.
           MOVE RCA-SSN TO ARCVT-SSN(WS-ARCV-TAIL-CNT).
       SCAN-ARCV-NEXT-RTN.
           READ ARCV-FILE
               AT END MOVE 'F' TO JRNL-EOF-SW.
       SCAN-ARCV-RTN-EXIT. EXIT.

       SKIP-INPUT-RTN.
           READ IN-FILE
             AT END MOVE 'F' TO EOF-SW.
           ADD 1 TO IN-CTR.
       SKIP-INPUT-RTN-EXIT. EXIT.

       TAKE-CHECKPOINT-RTN.
      * THE PLAN ROWS CHANGED SINCE THE LAST CHECKPOINT, THEN THE
      * RECORD COUNTS OF THE JOURNALS, THEN THE POSITION AND RUNNING
      * TOTALS.  THE JOURNALS AND CLUSTERS ARE CLOSED AND REOPENED SO
      * EVERYTHING POSTED UP TO HERE IS ON DISK BEFORE THE CHECKPOINT
      * IS.
           PERFORM WRITE-PLAN-CKPT-RTN
               VARYING TBLP-INDEX FROM 1 BY 1
               UNTIL TBLP-INDEX > WS-PLAN-CNT.
           CLOSE ARJ-FILE SPJ-FILE ARCV-FILE AR-FILE SPA-FILE
                 OPIT-FILE.
           OPEN EXTEND ARJ-FILE SPJ-FILE ARCV-FILE.
           OPEN I-O AR-FILE SPA-FILE OPIT-FILE.
           IF NOT ARJ-FS-OK OR NOT SPJ-FS-OK OR NOT ARCV-FS-OK
                   OR NOT AR-SUCCESSFUL OR NOT SPA-SUCCESSFUL
                   OR NOT OPI-SUCCESSFUL
               DISPLAY 'SU41PGM2 ABEND - REOPEN AT CHECKPOINT FAILED, '
                       'STATUS=' ARJ-FS '/' SPJ-FS '/' ARCV-FS '/'
                       AR-RC '/' SPA-RC '/' OPI-RC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES              TO BILLING-CHECKPOINT-RECORD.
           MOVE 'J'                 TO CKP-TYPE.
           MOVE WS-CKPT-ATTEMPT     TO CKP-ATTEMPT.
           MOVE WS-CKPT-SEQ         TO CKP-SEQ.
           MOVE WS-ARJ-RUN-CNT      TO CKJ-ARJ-CNT.
           MOVE WS-SPJ-RUN-CNT      TO CKJ-SPJ-CNT.
           MOVE WS-ARCV-RUN-CNT     TO CKJ-ARCV-CNT.
           WRITE BILLING-CHECKPOINT-RECORD.
           MOVE SPACES              TO BILLING-CHECKPOINT-RECORD.
           MOVE 'C'                 TO CKP-TYPE.
           MOVE WS-CKPT-ATTEMPT     TO CKP-ATTEMPT.
           MOVE WS-CKPT-SEQ         TO CKP-SEQ.
           MOVE IN-CTR              TO CKC-IN-CTR.
           MOVE WS-TUITION-TOTAL    TO CKC-TUITION-TOTAL.
           MOVE WS-BALANCE-TOTAL    TO CKC-BALANCE-TOTAL.
           MOVE WS-DUP-CYCLE-CNT    TO CKC-DUP-CYCLE-CNT.
           MOVE WS-OTH-CAMP-CNT     TO CKC-OTH-CAMP-CNT.
           MOVE WS-PLAN-STU-CNT     TO CKC-PLAN-STU-CNT.
           MOVE WS-PLAN-SCHED-TOT   TO CKC-PLAN-SCHED-TOT.
           MOVE WS-PLAN-BILLED-TOT  TO CKC-PLAN-BILLED-TOT.
           MOVE WS-PLAN-COLLECT-TOT TO CKC-PLAN-COLLECT-TOT.
           MOVE WS-SPON-TOTAL       TO CKC-SPON-TOTAL.
           MOVE WS-SPON-STU-CNT     TO CKC-SPON-STU-CNT.
           PERFORM SAVE-TIER-RTN
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3.
           WRITE BILLING-CHECKPOINT-RECORD.
           CLOSE CKPT-FILE.
           OPEN EXTEND CKPT-FILE.
           IF NOT CKPT-FS-OK
               DISPLAY 'SU41PGM2 ABEND - CHECKPOINT LOG REOPEN FAILED, '
                       'STATUS=' CKPT-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-CKPT-SEQ.
           MOVE 0 TO WS-CKPT-COUNT.
       TAKE-CHECKPOINT-RTN-EXIT. EXIT.

       SAVE-TIER-RTN.
           MOVE TIER-STU-CNT(WS-TIER-SUB)
               TO CKC-TIER-STU-CNT(WS-TIER-SUB).
           MOVE TIER-BILLED(WS-TIER-SUB)
               TO CKC-TIER-BILLED(WS-TIER-SUB).
       SAVE-TIER-RTN-EXIT. EXIT.

       WRITE-PLAN-CKPT-RTN.
           IF TBLP-CKPT-SW(TBLP-INDEX) = 'Y'
               MOVE SPACES          TO BILLING-CHECKPOINT-RECORD
               MOVE 'P'             TO CKP-TYPE
               MOVE WS-CKPT-ATTEMPT TO CKP-ATTEMPT
               MOVE WS-CKPT-SEQ     TO CKP-SEQ
               MOVE TBLP-SSN(TBLP-INDEX)         TO CKL-SSN
               MOVE TBLP-TOTAL-INST(TBLP-INDEX)  TO CKL-TOTAL-INST
               MOVE TBLP-INST-BILLED(TBLP-INDEX) TO CKL-INST-BILLED
               MOVE TBLP-REMAINING(TBLP-INDEX)   TO CKL-REMAINING
               MOVE TBLP-LAST-CYCLE(TBLP-INDEX)  TO CKL-LAST-CYCLE
               WRITE BILLING-CHECKPOINT-RECORD
               MOVE 'N' TO TBLP-CKPT-SW(TBLP-INDEX)
           END-IF.
       WRITE-PLAN-CKPT-RTN-EXIT. EXIT.

       END-CHECKPOINT-RTN.
      * END OF JOB REACHED - THE LOG IS MARKED COMPLETE SO THE NEXT
      * RUN STARTS FRESH.
           IF RESTARTING
               DISPLAY 'SU41PGM2 - POSTINGS OF THE FAILED ATTEMPT '
                       'RECOVERED: ' WS-RECOVER-CNT
               DISPLAY 'SU41PGM2 - JOURNAL RECORDS OF THOSE POSTINGS '
                       'WRITTEN AGAIN: ' WS-REEMIT-CNT
           END-IF.
           IF CKPT-OPEN
               MOVE SPACES          TO BILLING-CHECKPOINT-RECORD
               MOVE 'E'             TO CKP-TYPE
               MOVE WS-CKPT-ATTEMPT TO CKP-ATTEMPT
               MOVE WS-CKPT-SEQ     TO CKP-SEQ
               WRITE BILLING-CHECKPOINT-RECORD
           END-IF.
       END-CHECKPOINT-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE IN-FILE OUT-FILE AR-FILE GL-FILE ARJ-FILE PLAN-OUT
                 SPA-FILE SPJ-FILE OPIT-FILE DEF-FILE ARCV-FILE.
           IF CKPT-OPEN
               CLOSE CKPT-FILE
           END-IF.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
       COPY LOCKP.

       COPY FPCHKP.

       COPY BDTP.
