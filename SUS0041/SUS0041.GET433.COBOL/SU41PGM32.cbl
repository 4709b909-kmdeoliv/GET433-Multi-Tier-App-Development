                     FILE STATUS IS CAT-FS.
            SELECT STMT-FILE ASSIGN TO STFILE
                     FILE STATUS IS STMT-FS.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       FD  CAT-FILE.
           COPY CHGCTL.

      **** RETURNED-MAIL REGISTER AND HOLD LIST - A STATEMENT FOR AN
      **** ADDRESS THE POST OFFICE HAS SENT MAIL BACK FROM IS HELD ****
       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * YEAR-END TUITION TAX          *
           05 SUM-CNT         PIC ZZZ,ZZ9.
           05 FILLER          PIC X(43) VALUE SPACES.

           COPY RMLW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE 'SU41PGM32'   TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41PGM32 - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ IN-FILE
               AT END MOVE 'F' TO EOF-SW.
           READ ARJ-FILE
      * THIS FEEDS A TAX DOCUMENT, SO EVERY TYPE IS CLASSIFIED ON
      * PURPOSE.  BL IS QUALIFIED TUITION BILLED AND WD (WITHDRAWAL
      * REVERSAL, NEGATIVE) COMES BACK OFF IT; LF AND NF (LATE AND
      * RETURNED-CHECK FEES) ARE NON-QUALIFIED, AS ARE THE LIBRARY
      * CHARGES LB AND LI AND THEIR NEGATIVE REVERSAL LV; PY IS
      * AMOUNTS PAID, AND NR (PAYMENT RETURNED) AND CB (CHARGEBACK)
      * COME BACK OFF PAID - THEIR AMOUNTS ARE POSITIVE, WHILE RA
      * (TITLE IV AID RETURNED) COMES OFF PAID NEGATIVE; RF
      * (REFUNDS) ARE REPORTED AS ADJUSTMENTS.  A CF CARRY-FORWARD IS
      * THE ROLL-OFF'S LIFETIME NET, NOT A TAX-YEAR TRANSACTION - IT
      * IS SKIPPED, AS ARE A BAD-DEBT WRITE-OFF (WO) AND ITS LATER
      * REINSTATEMENT ON RECOVERY (WR) - NO MONEY CHANGES HANDS, AND
      * THE RECOVERING PAYMENT ITSELF COUNTS AS PY.  A CATALOG
      * CHARGE CLASSIFIES BY ITS CATALOG ENTRY'S QUALIFIED FLAG; ANY
      * OTHER TYPE IS A CREDIT (FA AND ITS KIN) AND COUNTS AS PAID.
           SEARCH ALL WS-TABLE
               AT END ADD 1 TO WS-ORPHAN-CNT
               WHEN TBL-SSN(TBL-INDEX) = ARJ-SSN
                           ADD ARJ-AMOUNT TO TBL-NONQUAL(TBL-INDEX)
                       WHEN 'NF'
                           ADD ARJ-AMOUNT TO TBL-NONQUAL(TBL-INDEX)
                       WHEN 'LB'
                           ADD ARJ-AMOUNT TO TBL-NONQUAL(TBL-INDEX)
                       WHEN 'LI'
                           ADD ARJ-AMOUNT TO TBL-NONQUAL(TBL-INDEX)
                       WHEN 'LV'
                           ADD ARJ-AMOUNT TO TBL-NONQUAL(TBL-INDEX)
                       WHEN 'PY'
                           ADD ARJ-AMOUNT TO TBL-PAID(TBL-INDEX)
                       WHEN 'NR'
                       WHEN 'CB'
                           SUBTRACT ARJ-AMOUNT
                               FROM TBL-PAID(TBL-INDEX)
                       WHEN 'RA'
                           ADD ARJ-AMOUNT TO TBL-PAID(TBL-INDEX)
                       WHEN 'RF'
                           ADD ARJ-AMOUNT TO TBL-ADJUST(TBL-INDEX)
                       WHEN 'CF'
                           CONTINUE
                       WHEN 'WO'
                           CONTINUE
                       WHEN 'WR'
                           CONTINUE
                       WHEN OTHER
                           PERFORM CLASSIFY-CATALOG-RTN
                           EVALUATE TRUE
           IF TBL-BILLED(TBL-INDEX) > 0 OR TBL-PAID(TBL-INDEX) > 0
                   OR TBL-ADJUST(TBL-INDEX) > 0
                   OR TBL-NONQUAL(TBL-INDEX) > 0
               MOVE 'S'                    TO RML-REQ-MASTER
               MOVE TBL-SSN(TBL-INDEX)     TO RML-REQ-ID
               MOVE TBL-NAME(TBL-INDEX)    TO RML-REQ-NAME
               MOVE TBL-ADDRESS(TBL-INDEX) TO RML-REQ-ADDRESS
               PERFORM CHECK-RETURNED-MAIL-RTN
                   THRU CHECK-RETURNED-MAIL-RTN-EXIT
               IF RML-HOLD-MAIL
                   PERFORM ADD-YEAR-TOTALS-RTN
               ELSE
                   PERFORM PRINT-ONE-STMT-RTN
               END-IF
           END-IF.
       PRINT-STATEMENTS-RTN-EXIT. EXIT.

           WRITE STMT-REC.
           MOVE SPACES TO STMT-REC.
           WRITE STMT-REC.
           PERFORM ADD-YEAR-TOTALS-RTN.
       PRINT-ONE-STMT-RTN-EXIT. EXIT.

       ADD-YEAR-TOTALS-RTN.
      * THE FILING TOTALS COVER EVERY STUDENT WITH ACTIVITY - A
      * STATEMENT HELD FOR RETURNED MAIL IS STILL OWED, AND IS
      * REISSUED ONCE THE ADDRESS IS CORRECTED.
           ADD TBL-BILLED(TBL-INDEX)  TO WS-YR-BILLED.
           ADD TBL-NONQUAL(TBL-INDEX) TO WS-YR-NONQUAL.
           ADD TBL-PAID(TBL-INDEX)    TO WS-YR-PAID.
           ADD TBL-ADJUST(TBL-INDEX)  TO WS-YR-ADJUST.
       ADD-YEAR-TOTALS-RTN-EXIT. EXIT.

       PRINT-SUMMARY-RTN.
           MOVE SUM-TITLE-LINE TO STMT-REC.
           MOVE WS-STMT-CNT TO SUM-CNT.
           MOVE SUM-CNT-LINE TO STMT-REC.
           WRITE STMT-REC.
           MOVE 'HELD FOR RETURNED MAIL:       ' TO SUM-CNT-LABEL.
           MOVE RML-HELD-CNT TO SUM-CNT.
           MOVE SUM-CNT-LINE TO STMT-REC.
           WRITE STMT-REC.
           MOVE 'POSTINGS WITH NO MASTER RECORD' TO SUM-CNT-LABEL.
           MOVE WS-ORPHAN-CNT TO SUM-CNT.
           MOVE SUM-CNT-LINE TO STMT-REC.

       CLOSE-FILES-RTN.
           CLOSE IN-FILE ARJ-FILE STMT-FILE.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY RMLP.
