            COPY ARSEL.
            COPY ARJSEL.
            COPY OPITSEL.
            COPY WOSEL.
            COPY PAYAPSEL.
            SELECT APL-FILE  ASSIGN TO APCFILE
                     FILE STATUS IS APL-FS.
                     FILE STATUS IS ARCV-FS.
            COPY LOCKSEL.
            COPY FPSEL.
            COPY SCHEDSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
      **** CASHIER WINDOW RECEIPT, 'L' FOR A LOCKBOX REMITTANCE.
      **** PAY-SESSION-ID TIES A CASHIER RECEIPT BACK TO THE DRAWER
      **** THAT TOOK IT AND PAY-TENDER SAYS HOW IT WAS PAID - BOTH
      **** ARE BALANCED BY THE END-OF-DAY SESSION RUN (SU41PGM66).
      **** WINDOW RECEIPTS ARRIVE FROM THE RECEIPTING SCREEN (P48STU)
      **** ON CSHRCPT IN THIS SAME LAYOUT.  PAY-CAMPUS IS THE CAMPUS
      **** WHOSE WINDOW OR LOCKBOX TOOK THE PAYMENT - BLANK IS MAIN. ***
       FD  PAY-FILE.
       01  PAY-REC.
           05  PAY-SSN        PIC 9(9).
           05  PAY-SOURCE     PIC X.
           05  PAY-SESSION-ID PIC X(6).
           05  PAY-TENDER     PIC X.
           05  FILLER         PIC X(24).
           05  PAY-CAMPUS     PIC X.
           05  FILLER         PIC X(21).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).
       FD  OPIT-FILE.
           COPY OPITREC.

      **** BAD-DEBT WRITE-OFF HISTORY - A PAYMENT FROM A STUDENT WHOSE
      **** DEBT WAS WRITTEN OFF (SU41BDWO) RECOVERS IT BEFORE IT CAN
      **** BECOME A CREDIT BALANCE *************************************
       FD  WO-FILE.
       01  WO-RECORD.
           COPY WOREC.

       COPY PAYAPFD.

       FD  APL-FILE.
       FD  FP-FILE.
           COPY FPCTL.

       COPY SCHEDFD.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * POSTS EACH CASHIER/LOCKBOX    *
               88  PAY-FS-OK                     VALUE '00'.
           05  OUT-FS              PIC XX        VALUE '00'.
               88  OUT-FS-OK                     VALUE '00'.
           05  SCHED-FS            PIC XX        VALUE '00'.
               88  SCHED-FS-OK                   VALUE '00'.
           05  ARJ-FS              PIC XX        VALUE '00'.
               88  ARJ-FS-OK                     VALUE '00'.
           05  GL-FS               PIC XX        VALUE '00'.
           05  WS-RUN-DATE-8       PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME         PIC 9(8)      VALUE 0.
           05  WS-AR-BEFORE        PIC X(84)     VALUE SPACES.
           05  WO-RC               PIC XX        VALUE '00'.
               88  WO-OK                         VALUE '00'.
               88  WO-NOT-FOUND                  VALUE '23'.
           05  WO-AVAIL-SW         PIC X         VALUE 'Y'.
               88  WO-AVAILABLE                  VALUE 'Y'.
           05  WS-RECOV-AMT        PIC 9(7)V99   VALUE 0.
           05  WS-RECOV-CNT        PIC 9(7)      VALUE 0.
           05  WS-RECOV-TOTAL      PIC 9(9)V99   VALUE 0.
           05  WS-ARJ-SIGNED       PIC S9(7)V99  VALUE 0.
           05  WS-ITEM-SEQ         PIC 9(4)      VALUE 0.

           COPY ARRC.


       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
      * A FEED THE PRE-WINDOW CHECK (SU41FDCK) HELD BACK COMES
      * THROUGH AS THIS STEP'S SCHEDCTL FLAG SET TO 'N'.
           PERFORM CHECK-SCHEDULE-RTN.
      * RC 4 TELLS THE JOB NOTHING WAS POSTED, SO THE WINDOW
      * RECEIPTS ARE KEPT FOR THE NEXT RUN.
           IF SCHD-RUN-PGM24 = 'N'
               DISPLAY 'SU41PGM24 - SKIPPED PER SCHEDULE CONTROL'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-APPL-RULE-RTN.
           PERFORM HDG-ROUTINE.
           END-IF.
      * THE APPLICATION DETAIL FILE IS PERMANENT - OPENED EXTEND SO
      * TODAY'S APPLICATIONS ARE APPENDED BEHIND EVERY PRIOR RUN'S.
      * THE WRITE-OFF HISTORY ONLY MATTERS TO A FEW PAYMENTS - IF IT
      * CANNOT BE OPENED THE RUN GOES ON, AND ANY RECOVERY LANDS AS A
      * CREDIT BALANCE FOR THE BURSAR TO RECLASSIFY BY HAND.
           OPEN I-O WO-FILE.
           IF NOT WO-OK
               DISPLAY 'SU41PGM24 - WRITE-OFF HISTORY NOT AVAILABLE, '
                       'STATUS=' WO-RC ' - NO RECOVERY CHECK'
               MOVE 'N' TO WO-AVAIL-SW
           END-IF.
           OPEN EXTEND PAYAP-FILE.
           IF NOT PAYAP-FS-OK
               DISPLAY 'SU41PGM24 - PAYAP-FILE OPEN FAILED, STATUS='
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM24 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
      * ALREADY REPORTED.
           EVALUATE TRUE
               WHEN AR-SUCCESSFUL
                   MOVE AR-RECORD TO WS-AR-BEFORE
                   PERFORM CHECK-RECOVERY-RTN
                       THRU CHECK-RECOVERY-RTN-EXIT
                   ADD PAY-AMOUNT TO AR-PAID
                   COMPUTE AR-BALANCE = AR-BILLED - AR-PAID
                   MOVE PAY-DATE TO AR-LAST-PAY-DATE
                   ADD 1 TO WS-POSTED-CNT
                   ADD PAY-AMOUNT TO WS-POSTED-AMT
                   MOVE AR-BALANCE TO DL-BALANCE-Z
                   IF WS-RECOV-AMT > 0
                       MOVE 'POSTED - WO RECOVERY' TO DL-DISPOSITION
                   ELSE
                       MOVE 'POSTED' TO DL-DISPOSITION
                   END-IF
                   PERFORM WRITE-REGISTER-RTN
                   PERFORM WRITE-AR-JOURNAL-RTN
                   PERFORM APPLY-OPEN-ITEMS-RTN
           END-EVALUATE.
       APPLY-PAYMENT-RTN-EXIT. EXIT.

       CHECK-RECOVERY-RTN.
      * WHATEVER PART OF THE PAYMENT WOULD OTHERWISE BE LEFT OVER AS
      * A CREDIT BALANCE IS, FOR A STUDENT WITH UNRECOVERED WRITTEN-OFF
      * DEBT, MONEY COMING BACK ON THAT DEBT.  THAT MUCH OF THE DEBT
      * IS REINSTATED FIRST (JOURNAL WR, NEGATIVE, OFF THE WRITE-OFF
      * CREDIT, WITH AN OPEN ITEM FOR THE PAYMENT TO SETTLE) AND THE
      * WRITE-OFF'S GL CODING IS REVERSED FOR THE SAME AMOUNT.
           MOVE 0 TO WS-RECOV-AMT.
           IF NOT WO-AVAILABLE
               GO TO CHECK-RECOVERY-RTN-EXIT
           END-IF.
           MOVE PAY-SSN TO WO-SSN.
           READ WO-FILE
               INVALID KEY MOVE '23' TO WO-RC.
           IF NOT WO-OK
               GO TO CHECK-RECOVERY-RTN-EXIT
           END-IF.
           IF WO-RECOVERED NOT < WO-AMOUNT
               GO TO CHECK-RECOVERY-RTN-EXIT
           END-IF.
           IF AR-BALANCE > 0
               IF PAY-AMOUNT NOT > AR-BALANCE
                   GO TO CHECK-RECOVERY-RTN-EXIT
               END-IF
               COMPUTE WS-RECOV-AMT = PAY-AMOUNT - AR-BALANCE
           ELSE
               MOVE PAY-AMOUNT TO WS-RECOV-AMT
           END-IF.
           IF WS-RECOV-AMT > WO-AMOUNT - WO-RECOVERED
               COMPUTE WS-RECOV-AMT = WO-AMOUNT - WO-RECOVERED
           END-IF.
           IF WS-RECOV-AMT > AR-PAID
               MOVE AR-PAID TO WS-RECOV-AMT
           END-IF.
           IF WS-RECOV-AMT = 0
               GO TO CHECK-RECOVERY-RTN-EXIT
           END-IF.
           SUBTRACT WS-RECOV-AMT FROM AR-PAID.
           ADD WS-RECOV-AMT TO WO-RECOVERED.
           MOVE PAY-DATE TO WO-LAST-RCV-DATE.
           REWRITE WO-RECORD.
           ADD 1 TO WS-RECOV-CNT.
           ADD WS-RECOV-AMT TO WS-RECOV-TOTAL.
           MOVE SPACES         TO ARJ-REC.
           MOVE PAY-SSN        TO ARJ-SSN.
           MOVE PAY-DATE       TO ARJ-POST-DATE.
           MOVE 'WR'           TO ARJ-TRAN-TYPE.
           COMPUTE WS-ARJ-SIGNED = 0 - WS-RECOV-AMT.
           MOVE WS-ARJ-SIGNED  TO ARJ-AMOUNT.
           MOVE 'SU41PGM24'    TO ARJ-PGM.
           MOVE FP-RUN-PERIOD  TO ARJ-PERIOD.
           MOVE WS-RUN-DATE-8  TO ARJ-RUN-DATE.
           WRITE ARJ-REC.
           PERFORM WRITE-RECOVERY-ITEM-RTN.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           MOVE 'AR-CONTROL'   TO GL-ACCOUNT.
           MOVE 'DR'           TO GL-DR-CR.
           MOVE WS-RECOV-AMT   TO GL-AMOUNT.
           MOVE 'WRITTEN-OFF DEBT RECOVERED' TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           MOVE WO-GL-ACCOUNT  TO GL-ACCOUNT.
           MOVE 'CR'           TO GL-DR-CR.
           MOVE WS-RECOV-AMT   TO GL-AMOUNT.
           MOVE 'WRITTEN-OFF DEBT RECOVERED' TO GL-DESC.
           WRITE GL-REC.
       CHECK-RECOVERY-RTN-EXIT. EXIT.

       WRITE-RECOVERY-ITEM-RTN.
           MOVE SPACES        TO OPI-RECORD.
           MOVE PAY-SSN       TO OPI-SSN.
           MOVE PAY-DATE      TO OPI-POST-DATE.
           MOVE 0             TO WS-ITEM-SEQ.
           MOVE 'WR'          TO OPI-TRAN-TYPE.
           MOVE WS-RECOV-AMT  TO OPI-ORIG-AMOUNT.
           MOVE WS-RECOV-AMT  TO OPI-OPEN-AMOUNT.
           MOVE 'O'           TO OPI-STATUS.
           MOVE 'SU41PGM24'   TO OPI-PGM.
      * TEST AFTER - THE STATUS IS STILL '00' FROM THE LAST I/O,
      * SO A TEST-BEFORE LOOP WOULD NEVER WRITE AT ALL.
           PERFORM WRITE-ITEM-TRY-RTN WITH TEST AFTER
               UNTIL OPI-SUCCESSFUL OR WS-ITEM-SEQ > 999.
           IF NOT OPI-SUCCESSFUL
               DISPLAY 'SU41PGM24 OPEN-ITEM WRITE FAILED SSN='
                       PAY-SSN ' STATUS=' OPI-RC
               MOVE 8 TO RETURN-CODE
           END-IF.
       WRITE-RECOVERY-ITEM-RTN-EXIT. EXIT.

       WRITE-ITEM-TRY-RTN.
           MOVE WS-ITEM-SEQ TO OPI-ITEM-SEQ.
           MOVE '00' TO OPI-RC.
           WRITE OPI-RECORD
               INVALID KEY ADD 1 TO WS-ITEM-SEQ.
       WRITE-ITEM-TRY-RTN-EXIT. EXIT.

       WRITE-AR-JOURNAL-RTN.
      * ONE DATED DETAIL RECORD PER PAYMENT POSTED, CARRYING THE
      * CASHIER/LOCKBOX RECEIPT DATE RATHER THAN THE RUN DATE SO THE
           MOVE PAY-AMOUNT     TO ARJ-AMOUNT.
           MOVE 'SU41PGM24'    TO ARJ-PGM.
           MOVE FP-RUN-PERIOD  TO ARJ-PERIOD.
           IF PAY-CAMPUS = SPACE OR PAY-CAMPUS = LOW-VALUE
               MOVE 'M'        TO ARJ-POST-CAMPUS
           ELSE
               MOVE PAY-CAMPUS TO ARJ-POST-CAMPUS
           END-IF.
      * THE RUN DATE GOES ALONGSIDE SO THE INTERCAMPUS RUN, WHICH
      * BOOKS WHAT WAS POSTED SINCE ITS LAST RUN, STILL PICKS UP A
      * RECEIPT DATED BEFORE THAT RUN BUT ONLY POSTED TONIGHT.
           MOVE WS-RUN-DATE-8  TO ARJ-RUN-DATE.
           WRITE ARJ-REC.
       WRITE-AR-JOURNAL-RTN-EXIT. EXIT.

           MOVE WS-UNAPPLIED-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'WRITTEN-OFF DEBT RECOVERED    ' TO CTL-LABEL.
           MOVE WS-RECOV-CNT TO CTL-COUNT.
           MOVE WS-RECOV-TOTAL TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-GL-ENTRIES-RTN.
       CLOSE-FILES-RTN.
           CLOSE PAY-FILE OUT-FILE AR-FILE ARJ-FILE GL-FILE
                 OPIT-FILE PAYAP-FILE ARCV-FILE.
           IF WO-AVAILABLE
               CLOSE WO-FILE
           END-IF.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
       COPY LOCKP.

       COPY FPCHKP.

       COPY SCHEDP.

       COPY BDTP.
