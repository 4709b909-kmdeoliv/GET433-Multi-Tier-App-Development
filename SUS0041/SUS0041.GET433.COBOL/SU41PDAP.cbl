       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41PDAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PDX-FILE  ASSIGN TO PDXFILE
                     FILE STATUS IS PDX-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY ARSEL.
            COPY ARJSEL.
            COPY OPITSEL.
            COPY PAYAPSEL.
            SELECT GL-FILE   ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            SELECT ARCV-FILE ASSIGN TO ARVFILE
                     FILE STATUS IS ARCV-FS.
            COPY LOCKSEL.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** STUDENT-BALANCE DEDUCTIONS TAKEN BY THE PAY RUN
      **** (SU41PGM44), DETAILS THEN A CONTROL TRAILER *****************
       FD  PDX-FILE.
       01  PDX-REC.
           COPY PDXREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  AR-FILE.
           COPY ARREC.

       COPY ARJFD.

      **** OPEN-ITEM SUBLEDGER - THE INDIVIDUAL CHARGES THE DEDUCTION
      **** SETTLES, OLDEST FIRST **************************************
       FD  OPIT-FILE.
           COPY OPITREC.

       COPY PAYAPFD.

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
      *                                * PAYROLL-DEDUCTION POSTING.    *
      *                                * APPLIES THE STUDENT-BALANCE   *
      *                                * DEDUCTIONS THE PAY RUN TOOK   *
      *                                * FROM STAFF STUDENTS TO THE AR *
      *                                * CLUSTER AS PAYMENTS - JOURNAL *
      *                                * PY, OPEN ITEMS SETTLED OLDEST *
      *                                * FIRST, GL OUT OF THE PAYROLL  *
      *                                * WITHHOLDING CLEARING ACCOUNT  *
      *                                * AND AGAINST AR CONTROL.  THE  *
      *                                * EXTRACT MUST BALANCE TO ITS   *
      *                                * TRAILER BEFORE ANYTHING POSTS.*
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW              PIC X         VALUE SPACES.
           05  WS-READ-CNT         PIC 9(7)      VALUE 0.
           05  WS-POSTED-CNT       PIC 9(7)      VALUE 0.
           05  WS-REJECT-CNT       PIC 9(7)      VALUE 0.
           05  WS-READ-AMT         PIC 9(9)V99   VALUE 0.
           05  WS-POSTED-AMT       PIC 9(9)V99   VALUE 0.
           05  WS-REJECT-AMT       PIC 9(9)V99   VALUE 0.
           05  WS-TRL-CNT          PIC 9(7)      VALUE 0.
           05  WS-TRL-AMT          PIC 9(9)V99   VALUE 0.
           05  TRL-FOUND-SW        PIC X         VALUE 'N'.
               88  TRL-FOUND                     VALUE 'Y'.
           05  PDX-FS              PIC XX        VALUE '00'.
               88  PDX-FS-OK                     VALUE '00'.
           05  OUT-FS              PIC XX        VALUE '00'.
               88  OUT-FS-OK                     VALUE '00'.
           05  ARJ-FS              PIC XX        VALUE '00'.
               88  ARJ-FS-OK                     VALUE '00'.
           05  GL-FS               PIC XX        VALUE '00'.
               88  GL-FS-OK                      VALUE '00'.
           05  PAYAP-FS            PIC XX        VALUE '00'.
               88  PAYAP-FS-OK                   VALUE '00'.
           05  ARCV-FS             PIC XX        VALUE '00'.
               88  ARCV-FS-OK                    VALUE '00'.
           05  WS-RUN-DATE         PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8       PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME         PIC 9(8)      VALUE 0.
           05  WS-AR-BEFORE        PIC X(84)     VALUE SPACES.
           05  WS-REMAINING        PIC 9(7)V99   VALUE 0.
           05  WS-APPLY-AMT        PIC 9(7)V99   VALUE 0.
           05  WS-UNAPPLIED-AMT    PIC 9(9)V99   VALUE 0.
           05  WS-APPLIED-ITEMS    PIC 9(7)      VALUE 0.
           05  BROWSE-DONE-SW      PIC X         VALUE 'N'.
               88  BROWSE-DONE                   VALUE 'Y'.

           COPY ARRC.

           COPY OPITRC.

           COPY SSNCHKW.

       COPY LOCKW.

       01  HDG-LINE1.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'PAYROLL DEDUCTION POSTING TO AR     '.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '    EMP ID   STUDENT SSN      DEDUCTION '.
           05 FILLER          PIC X(40) VALUE
                   '    NEW BALANCE  DISPOSITION            '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN1         PIC X(3).
           05 FILLER          PIC X     VALUE '-'.
           05 DL-SSN2         PIC X(2).
           05 FILLER          PIC X     VALUE '-'.
           05 DL-SSN3         PIC X(4).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-AMOUNT-Z     PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-BALANCE-Z    PIC -$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-DISPOSITION  PIC X(23).

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(30).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(26) VALUE SPACES.

       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM PROVE-EXTRACT-RTN THRU PROVE-EXTRACT-RTN-EXIT.
           PERFORM OPEN-FILES-RTN.
           PERFORM HDG-ROUTINE.
           PERFORM READ-INPUT
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM WRITE-GL-ENTRIES-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       PROVE-EXTRACT-RTN.
      * A FIRST PASS OVER THE EXTRACT PROVES IT AGAINST THE PAY RUN'S
      * TRAILER - A SHORT OR DOUBLED FILE STOPS HERE, BEFORE THE LOCK
      * IS TAKEN OR A SINGLE BALANCE MOVES.
           OPEN INPUT PDX-FILE.
           IF NOT PDX-FS-OK
               DISPLAY 'SU41PDAP - PDX-FILE OPEN FAILED, STATUS='
                       PDX-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PDX-FILE
               AT END MOVE 'F' TO EOF-SW.
           PERFORM PROVE-RECORD-RTN
              UNTIL EOF-SW = 'F'.
           CLOSE PDX-FILE.
           MOVE SPACES TO EOF-SW.
           IF NOT TRL-FOUND
               DISPLAY 'SU41PDAP ABEND - EXTRACT HAS NO TRAILER'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-TRL-CNT NOT = WS-READ-CNT
                   OR WS-TRL-AMT NOT = WS-READ-AMT
               DISPLAY 'SU41PDAP ABEND - EXTRACT OUT OF BALANCE'
               DISPLAY '  TRAILER ' WS-TRL-CNT ' ' WS-TRL-AMT
               DISPLAY '  DETAILS ' WS-READ-CNT ' ' WS-READ-AMT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 0 TO WS-READ-CNT.
           MOVE 0 TO WS-READ-AMT.
       PROVE-EXTRACT-RTN-EXIT. EXIT.

       PROVE-RECORD-RTN.
           EVALUATE TRUE
               WHEN PDX-DETAIL
                   ADD 1 TO WS-READ-CNT
                   ADD PDX-AMOUNT TO WS-READ-AMT
               WHEN PDX-TRAILER
                   MOVE 'Y' TO TRL-FOUND-SW
                   MOVE PDX-TRL-COUNT  TO WS-TRL-CNT
                   MOVE PDX-TRL-AMOUNT TO WS-TRL-AMT
               WHEN OTHER
                   DISPLAY 'SU41PDAP - UNKNOWN RECORD TYPE '
                           PDX-REC-TYPE ' IGNORED'
           END-EVALUATE.
           READ PDX-FILE
               AT END MOVE 'F' TO EOF-SW.
       PROVE-RECORD-RTN-EXIT. EXIT.

       OPEN-FILES-RTN.
           OPEN INPUT PDX-FILE.
           IF NOT PDX-FS-OK
               DISPLAY 'SU41PDAP - PDX-FILE OPEN FAILED, STATUS='
                       PDX-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41PDAP - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NOTHING OPENS THE SHARED AR CLUSTER FOR UPDATE WITHOUT THE
      * QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY WHILE
      * THIS JOB HOLDS IT, AND A SECOND BATCH UPDATER IS REFUSED.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41PDAP - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'ARFILE  ' TO LOCK-REQ-CLUSTER.
           MOVE 'SU41PDAP' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           IF NOT LOCK-GRANTED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O AR-FILE.
           IF NOT AR-SUCCESSFUL
               DISPLAY 'SU41PDAP - AR-FILE OPEN FAILED, STATUS='
                       AR-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ARJ-FILE.
           IF NOT ARJ-FS-OK
               DISPLAY 'SU41PDAP - ARJ-FILE OPEN FAILED, STATUS='
                       ARJ-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O OPIT-FILE.
           IF NOT OPI-SUCCESSFUL
               DISPLAY 'SU41PDAP - OPIT-FILE OPEN FAILED, STATUS='
                       OPI-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND PAYAP-FILE.
           IF NOT PAYAP-FS-OK
               DISPLAY 'SU41PDAP - PAYAP-FILE OPEN FAILED, STATUS='
                       PAYAP-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41PDAP - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND ARCV-FILE.
           IF NOT ARCV-FS-OK
               DISPLAY 'SU41PDAP - ARCV-FILE OPEN FAILED, STATUS='
                       ARCV-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PDAP ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
           ACCEPT WS-RUN-TIME FROM TIME.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
      * ALREADY REPORTED.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41PDAP ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PDX-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       READ-INPUT.
           IF PDX-DETAIL
               ADD 1 TO WS-READ-CNT
               ADD PDX-AMOUNT TO WS-READ-AMT
               PERFORM POST-DEDUCTION-RTN THRU POST-DEDUCTION-RTN-EXIT
           END-IF.
           READ PDX-FILE
               AT END MOVE 'F' TO EOF-SW.
       READ-INPUT-EXIT. EXIT.

       POST-DEDUCTION-RTN.
      * THE MONEY HAS ALREADY COME OFF THE EMPLOYEE'S CHECK, SO A
      * DEDUCTION THAT CANNOT POST IS LISTED FOR THE BURSAR TO PUT
      * RIGHT BY HAND - IT STAYS IN THE PAYROLL CLEARING ACCOUNT.
           MOVE PDX-SSN TO SSN-EDIT-SSN.
           PERFORM VALIDATE-SSN-FORMAT-RTN.
           IF SSN-FORMAT-BAD
               MOVE 'INVALID SSN - REJECTED' TO DL-DISPOSITION
               PERFORM REJECT-DEDUCTION-RTN
               GO TO POST-DEDUCTION-RTN-EXIT
           END-IF.
           MOVE PDX-SSN TO AR-SSN.
           READ AR-FILE
               INVALID KEY MOVE '23' TO AR-RC.
           EVALUATE TRUE
               WHEN AR-SUCCESSFUL
                   MOVE AR-RECORD TO WS-AR-BEFORE
                   ADD PDX-AMOUNT TO AR-PAID
                   COMPUTE AR-BALANCE = AR-BILLED - AR-PAID
                   MOVE PDX-PAY-DATE TO AR-LAST-PAY-DATE
                   REWRITE AR-RECORD
                   PERFORM WRITE-AR-RECOVERY-RTN
                   ADD 1 TO WS-POSTED-CNT
                   ADD PDX-AMOUNT TO WS-POSTED-AMT
                   MOVE AR-BALANCE TO DL-BALANCE-Z
                   MOVE 'POSTED' TO DL-DISPOSITION
                   PERFORM WRITE-REGISTER-RTN
                   PERFORM WRITE-AR-JOURNAL-RTN
                   PERFORM APPLY-OPEN-ITEMS-RTN
               WHEN AR-NOT-FOUND
                   MOVE 'NO AR RECORD - REJECTED' TO DL-DISPOSITION
                   PERFORM REJECT-DEDUCTION-RTN
               WHEN OTHER
                   DISPLAY 'SU41PDAP AR I/O ERROR SSN=' PDX-SSN
                           ' STATUS=' AR-RC
                   MOVE 'AR I/O ERROR - REJECTED' TO DL-DISPOSITION
                   PERFORM REJECT-DEDUCTION-RTN
           END-EVALUATE.
       POST-DEDUCTION-RTN-EXIT. EXIT.

       WRITE-AR-JOURNAL-RTN.
      * A PAYROLL DEDUCTION IS A PAYMENT LIKE ANY OTHER - TYPE PY,
      * DATED THE PAY DATE, WITH THIS PROGRAM AS THE SOURCE.
           MOVE SPACES         TO ARJ-REC.
           MOVE PDX-SSN        TO ARJ-SSN.
           MOVE PDX-PAY-DATE   TO ARJ-POST-DATE.
           MOVE 'PY'           TO ARJ-TRAN-TYPE.
           MOVE PDX-AMOUNT     TO ARJ-AMOUNT.
           MOVE 'SU41PDAP'     TO ARJ-PGM.
           MOVE FP-RUN-PERIOD  TO ARJ-PERIOD.
           WRITE ARJ-REC.
       WRITE-AR-JOURNAL-RTN-EXIT. EXIT.

       WRITE-AR-RECOVERY-RTN.
      * ONE BEFORE/AFTER IMAGE PER AR RECORD TOUCHED - THE SAME
      * PROTECTION THE ACCOUNT CLUSTER GETS FROM ACCTJRNL.
           MOVE 'U'              TO RCA-ACTION.
           MOVE WS-RUN-DATE-8    TO RCA-DATE.
           MOVE WS-RUN-TIME(1:6) TO RCA-TIME.
           MOVE 'BATCH   '       TO RCA-USERID.
           MOVE 'SU41PDAP'       TO RCA-PROGRAM.
           MOVE AR-SSN           TO RCA-SSN.
           MOVE WS-AR-BEFORE     TO RCA-BEFORE-IMAGE.
           MOVE AR-RECORD        TO RCA-AFTER-IMAGE.
           WRITE ARCV-REC.
       WRITE-AR-RECOVERY-RTN-EXIT. EXIT.

       APPLY-OPEN-ITEMS-RTN.
      * THE DEDUCTION SETTLES THE STUDENT'S OPEN ITEMS OLDEST FIRST -
      * IT IS AIMED AT THE PAST-DUE BALANCE, WHICH IS THE OLDEST
      * MONEY OWED.  ANYTHING LEFT OVER STAYS ON THE AR RECORD AS THE
      * CREDIT BALANCE THE REFUND RUN ALREADY SWEEPS.
           MOVE PDX-AMOUNT TO WS-REMAINING.
           MOVE PDX-SSN    TO OPI-SSN.
           MOVE 0          TO OPI-POST-DATE.
           MOVE 0          TO OPI-ITEM-SEQ.
           START OPIT-FILE KEY NOT LESS THAN OPI-KEY
               INVALID KEY MOVE '23' TO OPI-RC.
           IF OPI-SUCCESSFUL
               MOVE 'N' TO BROWSE-DONE-SW
               PERFORM READ-ITEM-RTN THRU READ-ITEM-RTN-EXIT
                   UNTIL BROWSE-DONE OR WS-REMAINING = 0
           END-IF.
           IF WS-REMAINING > 0
               ADD WS-REMAINING TO WS-UNAPPLIED-AMT
           END-IF.
       APPLY-OPEN-ITEMS-RTN-EXIT. EXIT.

       READ-ITEM-RTN.
           READ OPIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO BROWSE-DONE-SW
           END-READ.
           IF BROWSE-DONE OR NOT OPI-SUCCESSFUL
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF OPI-SSN NOT = PDX-SSN
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF OPI-OPEN-AMOUNT = 0
               GO TO READ-ITEM-RTN-EXIT
           END-IF.
           IF WS-REMAINING < OPI-OPEN-AMOUNT
               MOVE WS-REMAINING TO WS-APPLY-AMT
           ELSE
               MOVE OPI-OPEN-AMOUNT TO WS-APPLY-AMT
           END-IF.
           SUBTRACT WS-APPLY-AMT FROM OPI-OPEN-AMOUNT.
           SUBTRACT WS-APPLY-AMT FROM WS-REMAINING.
           IF OPI-OPEN-AMOUNT = 0
               MOVE 'C' TO OPI-STATUS
           END-IF.
           REWRITE OPI-RECORD.
           ADD 1 TO WS-APPLIED-ITEMS.
           PERFORM WRITE-APPLICATION-RTN.
       READ-ITEM-RTN-EXIT. EXIT.

       WRITE-APPLICATION-RTN.
           MOVE SPACES         TO PAYAP-REC.
           MOVE PDX-SSN        TO PA-SSN.
           MOVE PDX-PAY-DATE   TO PA-PAY-DATE.
           MOVE OPI-POST-DATE  TO PA-ITEM-POST-DATE.
           MOVE OPI-ITEM-SEQ   TO PA-ITEM-SEQ.
           MOVE OPI-TRAN-TYPE  TO PA-ITEM-TYPE.
           MOVE WS-APPLY-AMT   TO PA-APPLIED-AMOUNT.
           MOVE 'SU41PDAP'     TO PA-PGM.
           WRITE PAYAP-REC.
       WRITE-APPLICATION-RTN-EXIT. EXIT.

       REJECT-DEDUCTION-RTN.
           ADD 1 TO WS-REJECT-CNT.
           ADD PDX-AMOUNT TO WS-REJECT-AMT.
           MOVE ZERO TO DL-BALANCE-Z.
           MOVE 8 TO RETURN-CODE.
           PERFORM WRITE-REGISTER-RTN.
       REJECT-DEDUCTION-RTN-EXIT. EXIT.

       WRITE-REGISTER-RTN.
           MOVE PDX-EMP-ID     TO DL-EMP-ID.
           MOVE PDX-SSN(1:3)   TO DL-SSN1.
           MOVE PDX-SSN(4:2)   TO DL-SSN2.
           MOVE PDX-SSN(6:4)   TO DL-SSN3.
           MOVE PDX-AMOUNT     TO DL-AMOUNT-Z.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-REGISTER-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DEDUCTIONS READ               ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE WS-READ-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DEDUCTIONS POSTED             ' TO CTL-LABEL.
           MOVE WS-POSTED-CNT TO CTL-COUNT.
           MOVE WS-POSTED-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DEDUCTIONS REJECTED           ' TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           MOVE WS-REJECT-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'OPEN ITEMS SETTLED            ' TO CTL-LABEL.
           MOVE WS-APPLIED-ITEMS TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DEDUCTION LEFT UNAPPLIED      ' TO CTL-LABEL.
           MOVE ZERO TO CTL-COUNT.
           MOVE WS-UNAPPLIED-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-GL-ENTRIES-RTN.
      * THE PAY RUN LEFT THE DEDUCTIONS IN THE PAYROLL WITHHOLDING
      * CLEARING ACCOUNT; POSTING MOVES WHAT LANDED OUT OF IT AND
      * AGAINST AR CONTROL.  REJECTS STAY IN CLEARING UNTIL THE
      * BURSAR CLEARS THEM.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           MOVE 'PAYRL-WHLD'   TO GL-ACCOUNT.
           MOVE 'DR'           TO GL-DR-CR.
           MOVE WS-POSTED-AMT  TO GL-AMOUNT.
           MOVE 'PAYROLL DEDUCTIONS TO AR' TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           MOVE 'AR-CONTROL'   TO GL-ACCOUNT.
           MOVE 'CR'           TO GL-DR-CR.
           MOVE WS-POSTED-AMT  TO GL-AMOUNT.
           MOVE 'PAYROLL DEDUCTIONS TO AR' TO GL-DESC.
           WRITE GL-REC.
       WRITE-GL-ENTRIES-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE PDX-FILE OUT-FILE AR-FILE ARJ-FILE OPIT-FILE
                 PAYAP-FILE GL-FILE ARCV-FILE.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY SSNCHK.

       COPY LOCKP.

       COPY FPCHKP.

       COPY BDTP.
