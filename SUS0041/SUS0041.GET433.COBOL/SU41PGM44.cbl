                     FILE STATUS IS PAYEE-FS.
            SELECT OT-FILE       ASSIGN TO OTFILE
                     FILE STATUS IS OT-FS.
            SELECT RETRO-FILE    ASSIGN TO RTFILE
                     FILE STATUS IS RETRO-FS.
            SELECT RMB-FILE      ASSIGN TO RBFILE
                     FILE STATUS IS RMB-FS.
            SELECT FICA-FILE     ASSIGN TO FCFILE
                     FILE STATUS IS FICA-FS.
            SELECT PRG-FILE      ASSIGN TO PRGFILE
                     FILE STATUS IS PRG-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT PDA-FILE      ASSIGN TO PDAFILE
                     FILE STATUS IS PDA-FS.
            SELECT PDAO-FILE     ASSIGN TO PDAOFILE
                     FILE STATUS IS PDAO-FS.
            SELECT PDX-FILE      ASSIGN TO PDXFILE
                     FILE STATUS IS PDX-FS.
            SELECT XREF-FILE     ASSIGN TO XRFILE
                     FILE STATUS IS XREF-FS.
            COPY ARSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** DAILY TIME DETAIL FOR HOURLY EMPLOYEES - ONE RECORD PER
      **** EMPLOYEE PER DAY PER SHIFT, BUILT AT CUTOFF (SU41TCEX) FROM
      **** THE SUPERVISOR-APPROVED ONLINE TIMECARDS.  THE OLD
      **** ONE-TOTAL-PER-PERIOD FEED IS GONE - OVERTIME AND SHIFT
      **** DIFFERENTIALS NEED THE DAYS. *********************************
       FD  HOURS-FILE.
       FD  OT-FILE.
           COPY OTCTL.

      **** RETRO EARNINGS FROM THE RETROACTIVE PAY REVIEW (SU41RETR) **
       FD  RETRO-FILE.
           COPY RETROERN.

      **** EXPENSE REIMBURSEMENTS DUE FROM THE CLAIM EDIT (SU41EXPR) **
       FD  RMB-FILE.
           COPY EXPRMB.

      **** FICA RATES AND WAGE BASES - ONE CARD **********************
       FD  FICA-FILE.
           COPY FICACTL.

      **** PAY REGISTER - ONE RECORD PER EMPLOYEE PAID, FOR THE
      **** QUARTERLY FEDERAL RETURN (SU41F941) ***********************
       FD  PRG-FILE.
           COPY PAYREG.

      **** PER-PAYEE GARNISHMENT REMITTANCE EXTRACT ********************
       FD  PAYEE-FILE.
       01  PAYEE-REC.
           05  PYE-AMOUNT     PIC 9(9)V99.
           05  FILLER         PIC X(44).

      **** STUDENT-BALANCE DEDUCTION AUTHORIZATIONS - PRIOR STATE IN,
      **** UPDATED STATE OUT SO PDAO REPLACES THE INPUT AS NEXT
      **** CYCLE'S FILE, THE SAME CARRY-FORWARD AS THE GARNISHMENTS **
       FD  PDA-FILE.
           COPY PDAREC.

       FD  PDAO-FILE.
       01  PDAO-REC           PIC X(80).

      **** DEDUCTIONS TAKEN THIS CYCLE, FOR THE AR POSTING STEP ********
       FD  PDX-FILE.
       01  PDX-REC.
           COPY PDXREC.

      **** EMPLOYEE/STUDENT CROSS-REFERENCE - THE SAME HR FILE THE
      **** REMISSION RUN (SU41PGM71) USES TO FIND A STAFF STUDENT'S
      **** SSN, IN ASCENDING EMPLOYEE-ID ORDER *************************
       FD  XREF-FILE.
       01  XREF-REC.
           05  XR-EMPLOYEE-ID PIC X(7).
           05  XR-SSN         PIC 9(9).
           05  FILLER         PIC X(64).

       FD  AR-FILE.
           COPY ARREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * PAY REGISTER.  FOR EACH       *
           05  WS-STRAIGHT     PIC 9(3)V99   VALUE 0.
           05  WS-STR-PAY      PIC 9(7)V99   VALUE 0.
           05  WS-OT-PAY       PIC 9(7)V99   VALUE 0.
           05  WS-OT-PREM      PIC 9(7)V99   VALUE 0.
           05  WS-DIFF-PAY     PIC 9(7)V99   VALUE 0.
           05  WS-ROW-DIFF     PIC 9(2)V99   VALUE 0.
           05  OT-FS           PIC XX        VALUE '00'.
               88  OT-FS-OK                  VALUE '00'.
           05  OT-EOF-SW       PIC X         VALUE SPACES.
           05  RETRO-FS        PIC XX        VALUE '00'.
               88  RETRO-FS-OK               VALUE '00'.
           05  RETRO-EOF-SW    PIC X         VALUE SPACES.
           05  RTR-SUB         PIC 9(3)      VALUE 0.
           05  WS-RTR-CNT      PIC 9(3)      VALUE 0.
           05  WS-RTR-MAX      PIC 9(3)      VALUE 500.
           05  WS-RETRO-PAY    PIC 9(7)V99   VALUE 0.
           05  WS-GRAND-RETRO  PIC 9(11)V99  VALUE 0.
           05  RMB-FS          PIC XX        VALUE '00'.
               88  RMB-FS-OK                 VALUE '00'.
           05  RMB-EOF-SW      PIC X         VALUE SPACES.
           05  RMB-SUB         PIC 9(4)      VALUE 0.
           05  WS-RMB-CNT      PIC 9(4)      VALUE 0.
           05  WS-RMB-MAX      PIC 9(4)      VALUE 3000.
           05  WS-RMB-PAY      PIC 9(7)V99   VALUE 0.
           05  WS-RMB-YTD      PIC 9(9)V99   VALUE 0.
           05  WS-GRAND-RMB    PIC 9(11)V99  VALUE 0.
           05  WS-RMB-UNPAID-CNT PIC 9(4)    VALUE 0.
           05  FICA-FS         PIC XX        VALUE '00'.
               88  FICA-FS-OK                VALUE '00'.
           05  FICA-EOF-SW     PIC X         VALUE SPACES.
           05  PRG-FS          PIC XX        VALUE '00'.
               88  PRG-FS-OK                 VALUE '00'.
           05  WS-SS-PCT       PIC 9(2)V99   VALUE 6.20.
           05  WS-SS-BASE      PIC 9(7)V99   VALUE 184500.00.
           05  WS-MED-PCT      PIC 9(2)V99   VALUE 1.45.
           05  WS-ADDL-THRESH  PIC 9(7)V99   VALUE 200000.00.
           05  WS-ADDL-PCT     PIC 9(2)V99   VALUE 0.90.
           05  WS-FICA-YTD     PIC 9(9)V99   VALUE 0.
           05  WS-SS-WAGES     PIC 9(9)V99   VALUE 0.
           05  WS-ADDL-WAGES   PIC 9(9)V99   VALUE 0.
           05  WS-SS-TAX       PIC 9(7)V99   VALUE 0.
           05  WS-MED-TAX      PIC 9(7)V99   VALUE 0.
           05  WS-MED-ER       PIC 9(7)V99   VALUE 0.
           05  WS-ADDL-TAX     PIC 9(7)V99   VALUE 0.
           05  WS-FICA         PIC 9(7)V99   VALUE 0.
           05  WS-GRAND-SS     PIC 9(11)V99  VALUE 0.
           05  WS-GRAND-MED    PIC 9(11)V99  VALUE 0.
           05  WS-GRAND-FICA-ER PIC 9(11)V99 VALUE 0.
           05  WS-PRG-CNT      PIC 9(7)      VALUE 0.
           05  WS-EMP-CNT      PIC 9(7)      VALUE 0.
           05  WS-GRAND-GROSS  PIC 9(11)V99  VALUE 0.
           05  WS-NOHOURS-CNT  PIC 9(7)      VALUE 0.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** STUDENT-BALANCE DEDUCTION WORK FIELDS.  THE DEDUCTION IS
      **** ONLY TAKEN WHEN THE AUTHORIZATIONS, THE CROSS-REFERENCE AND
      **** THE AR CLUSTER ARE ALL THERE - PAYROLL NEVER STOPS OVER A
      **** STUDENT-SIDE FILE. ******************************************
       01  PDA-WORK-AREA.
           05  PDA-FS          PIC XX        VALUE '00'.
               88  PDA-FS-OK                 VALUE '00'.
           05  PDAO-FS         PIC XX        VALUE '00'.
               88  PDAO-FS-OK                VALUE '00'.
           05  PDX-FS          PIC XX        VALUE '00'.
               88  PDX-FS-OK                 VALUE '00'.
           05  XREF-FS         PIC XX        VALUE '00'.
               88  XREF-FS-OK                VALUE '00'.
           05  PDA-EOF-SW      PIC X         VALUE SPACES.
           05  XREF-EOF-SW     PIC X         VALUE SPACES.
           05  AR-OPEN-SW      PIC X         VALUE 'N'.
               88  AR-FILE-OPEN              VALUE 'Y'.
           05  STU-DED-SW      PIC X         VALUE 'N'.
               88  STU-DED-ACTIVE            VALUE 'Y'.
           05  WS-STU-DED      PIC 9(7)V99   VALUE 0.
           05  WS-STU-SSN      PIC 9(9)      VALUE 0.
           05  WS-GRAND-STU    PIC 9(11)V99  VALUE 0.
           05  WS-STU-CNT      PIC 9(7)      VALUE 0.
           05  WS-STU-CLEAR-CNT PIC 9(7)     VALUE 0.
           05  WS-STU-REVOKE-CNT PIC 9(7)    VALUE 0.
           05  WS-STU-NOXREF-CNT PIC 9(7)    VALUE 0.
           05  WS-STU-ARERR-CNT PIC 9(7)     VALUE 0.
           05  PDA-SUB         PIC 9(4)      VALUE 0.
           05  WS-PDA-CNT      PIC 9(4)      VALUE 0.
           05  WS-PDA-MAX      PIC 9(4)      VALUE 1000.
           05  WS-XREF-CNT     PIC 9(5)      VALUE 0.
           05  WS-XREF-MAX     PIC 9(5)      VALUE 2000.

           COPY ARRC.

      **** AUTHORIZATION TABLE - EVERY AUTHORIZATION ON FILE, WRITTEN
      **** BACK OUT IN FULL AT END OF RUN ******************************
       01  WS-PDA-AREA.
           05  WS-PDA-TBL OCCURS 1000 TIMES.
             10  PT-EMP-ID       PIC X(7).
             10  PT-AUTH-NO      PIC X(6).
             10  PT-SIGNED-DATE  PIC 9(8).
             10  PT-CYCLE-CAP    PIC 9(5)V99.
             10  PT-TAKEN        PIC 9(7)V99.
             10  PT-LAST-DATE    PIC 9(8).
             10  PT-REVOKE-DATE  PIC 9(8).
             10  PT-STATUS       PIC X(1).

      **** EMPLOYEE-TO-SSN TABLE FROM THE CROSS-REFERENCE, IN
      **** ASCENDING EMPLOYEE-ID ORDER FOR SEARCH ALL ******************
       01  WS-XREF-AREA VALUE HIGH-VALUES.
           05  WS-XREF-TBL OCCURS 2000 TIMES
                   ASCENDING KEY IS TBX-EMP-ID
                   INDEXED BY TBX-INDEX.
             10  TBX-EMP-ID      PIC X(7).
             10  TBX-SSN         PIC 9(9).

      **** DAILY TIME-DETAIL TABLE FOR THE HOURLY PEOPLE.  THE TIME
      **** SYSTEM'S FEED CARRIES NO GUARANTEED ORDER, SO EACH
      **** EMPLOYEE'S ROWS ARE PICKED UP BY A PLAIN SERIAL SCAN. ******
       01  WS-DIFF-CNT         PIC 9(2)      VALUE 0.
       01  DIFF-SUB            PIC 9(2)      VALUE 0.

      **** RETRO EARNINGS DUE THIS CYCLE.  AN EMPLOYEE CAN HAVE MORE
      **** THAN ONE LATE RATE CHANGE, SO ALL OF THE ROWS ARE SUMMED. *
       01  WS-RTR-AREA VALUE HIGH-VALUES.
           05  WS-RTR-TBL OCCURS 500 TIMES.
             10  RTR-EMP-ID      PIC X(7).
             10  RTR-AMOUNT      PIC 9(7)V99.

      **** EXPENSE REIMBURSEMENTS DUE THIS CYCLE.  A ROW IS MARKED PAID
      **** WHEN ITS EMPLOYEE IS PAID, SO ANY CLAIM LEFT OVER AT THE END
      **** OF THE RUN CAN BE REPORTED BACK TO ACCOUNTS PAYABLE. ********
       01  WS-RBT-AREA VALUE HIGH-VALUES.
           05  WS-RBT-TBL OCCURS 3000 TIMES.
             10  RBT-EMP-ID      PIC X(7).
             10  RBT-CLAIM-NO    PIC X(10).
             10  RBT-AMOUNT      PIC 9(5)V99.
             10  RBT-PAID-SW     PIC X.
                 88  RBT-PAID                VALUE 'Y'.

      **** W-4 ELECTIONS TABLE.  THE HR FEED CARRIES NO GUARANTEED
      **** ORDER, SO THE LOOKUP IS A PLAIN SERIAL SEARCH LIKE THE
      **** HOURS TABLE. *************************************************
             10  YT-NET          PIC S9(9)V99.
             10  YT-QTR-GROSS    PIC 9(9)V99 OCCURS 4 TIMES.
             10  YT-RET          PIC 9(9)V99.
             10  YT-SS-TAX       PIC 9(9)V99.
             10  YT-MED-TAX      PIC 9(9)V99.
             10  YT-REIMB        PIC 9(9)V99.

       01  ADV-NAME-LINE.
           05 FILLER          PIC X(11) VALUE 'PAY ADVICE '.
           05 AV-Y-NET        PIC -$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.

       01  ADV-RMB-LINE.
           05 FILLER          PIC X(36)
                  VALUE 'NON-TAXABLE REIMBURSEMENT  CURRENT '.
           05 AV-R-CUR        PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(6)  VALUE '  YTD '.
           05 AV-R-YTD        PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(12) VALUE SPACES.

      **** DIVISION ACCUMULATORS ***************************************
       01  WS-DIV-AREA VALUE HIGH-VALUES.
           05  WS-DIV-TBL OCCURS 50 TIMES INDEXED BY DIV-IDX.
           05 GT-NET-Z        PIC -$$$,$$$,$$$,$$9.99.
           05 FILLER          PIC X(5)  VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               UNTIL GARN-EOF-SW = 'F'.
           PERFORM LOAD-OT-RULES-RTN
               UNTIL OT-EOF-SW = 'F'.
           PERFORM LOAD-RETRO-RTN
               UNTIL RETRO-EOF-SW = 'F'.
           PERFORM LOAD-RMB-RTN
               UNTIL RMB-EOF-SW = 'F'.
           PERFORM LOAD-PDA-RTN
               UNTIL PDA-EOF-SW = 'F'.
           PERFORM LOAD-XREF-RTN
               UNTIL XREF-EOF-SW = 'F'.
           PERFORM LOAD-HOURS-RTN
               UNTIL HOURS-EOF-SW = 'F' OR HRS-OVERFLOW.
           IF HRS-OVERFLOW
           PERFORM WRITE-PAYEE-RTN
               VARYING PYE-SUB FROM 1 BY 1
               UNTIL PYE-SUB > WS-PYE-CNT.
           PERFORM WRITE-PDA-OUT-RTN
               VARYING PDA-SUB FROM 1 BY 1
               UNTIL PDA-SUB > WS-PDA-CNT.
           PERFORM WRITE-PDX-TRAILER-RTN.
           PERFORM WRITE-YTD-OUT-RTN
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > WS-YTD-CNT.
           GOBACK.

       OPEN-FILES-RTN.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM44 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41PGM44 - PAYROLL-FILE OPEN FAILED, STATUS='
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRG-FILE.
           IF NOT PRG-FS-OK
               DISPLAY 'SU41PGM44 - PRG-FILE OPEN FAILED, STATUS='
                       PRG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO ELECTION FILE MEANS NOBODY IS IN THE PLAN THIS CYCLE.
           OPEN INPUT RET-FILE.
           IF NOT RET-FS-OK
               END-IF
               CLOSE RETC-FILE
           END-IF.
      * MISSING FICA CARD MEANS THE RATES AND WAGE BASES CARRIED
      * HERE.
           OPEN INPUT FICA-FILE.
           IF NOT FICA-FS-OK
               DISPLAY 'SU41PGM44 - NO FICA CARD, DEFAULT RATES APPLY'
           ELSE
               READ FICA-FILE
                   AT END
                       DISPLAY 'FICA CARD EMPTY'
                       MOVE 'F' TO FICA-EOF-SW
               END-READ
               IF FICA-EOF-SW NOT = 'F'
                   MOVE FIC-SS-PCT       TO WS-SS-PCT
                   MOVE FIC-SS-WAGE-BASE TO WS-SS-BASE
                   MOVE FIC-MED-PCT      TO WS-MED-PCT
                   MOVE FIC-ADDL-THRESH  TO WS-ADDL-THRESH
                   MOVE FIC-ADDL-PCT     TO WS-ADDL-PCT
               END-IF
               CLOSE FICA-FILE
           END-IF.
           OPEN OUTPUT REMIT-FILE.
           IF NOT REMIT-FS-OK
               DISPLAY 'SU41PGM44 - REMIT-FILE OPEN FAILED, STATUS='
                   AT END MOVE 'F' TO OT-EOF-SW
               END-READ
           END-IF.
      * NO RETRO FILE MEANS NO LATE RATE CHANGES TO PAY THIS CYCLE.
           OPEN INPUT RETRO-FILE.
           IF NOT RETRO-FS-OK
               DISPLAY 'SU41PGM44 - NO RETRO EARNINGS FILE, STATUS='
                       RETRO-FS
               MOVE 'F' TO RETRO-EOF-SW
           ELSE
               READ RETRO-FILE
                   AT END MOVE 'F' TO RETRO-EOF-SW
               END-READ
           END-IF.
      * NO REIMBURSEMENT FILE MEANS NO EXPENSE CLAIMS DUE THIS CYCLE.
           OPEN INPUT RMB-FILE.
           IF NOT RMB-FS-OK
               DISPLAY 'SU41PGM44 - NO EXPENSE REIMBURSEMENT FILE, '
                       'STATUS=' RMB-FS
               MOVE 'F' TO RMB-EOF-SW
           ELSE
               READ RMB-FILE
                   AT END MOVE 'F' TO RMB-EOF-SW
               END-READ
           END-IF.
           PERFORM OPEN-STUDENT-DED-RTN
               THRU OPEN-STUDENT-DED-RTN-EXIT.
           MOVE WS-RUN-DATE-8(1:4) TO WS-RUN-YEAR.
           MOVE WS-RUN-DATE-8(5:2) TO WS-RUN-MM.
           COMPUTE WS-QTR = (WS-RUN-MM + 2) / 3.
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.

       OPEN-STUDENT-DED-RTN.
      * THE AUTHORIZATION FILE, ITS CARRY-FORWARD AND THE EXTRACT ARE
      * ALWAYS OPENED SO THE POSTING STEP ALWAYS FINDS A BALANCED
      * (IF EMPTY) FILE.  NO AUTHORIZATION FILE MEANS NOBODY HAS
      * SIGNED ONE YET; NO CROSS-REFERENCE OR NO AR CLUSTER MEANS NO
      * STUDENT-BALANCE DEDUCTION IS TAKEN THIS CYCLE, WITH A WARNING
      * - THE AUTHORIZATIONS STILL CARRY FORWARD UNTOUCHED.
           OPEN INPUT PDA-FILE.
           IF NOT PDA-FS-OK
               DISPLAY 'SU41PGM44 - NO DEDUCTION AUTHORIZATIONS, '
                       'STATUS=' PDA-FS
               MOVE 'F' TO PDA-EOF-SW
               MOVE 'F' TO XREF-EOF-SW
           ELSE
               READ PDA-FILE
                   AT END MOVE 'F' TO PDA-EOF-SW
               END-READ
               MOVE 'Y' TO STU-DED-SW
           END-IF.
           OPEN OUTPUT PDAO-FILE.
           IF NOT PDAO-FS-OK
               DISPLAY 'SU41PGM44 - PDAO-FILE OPEN FAILED, STATUS='
                       PDAO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PDX-FILE.
           IF NOT PDX-FS-OK
               DISPLAY 'SU41PGM44 - PDX-FILE OPEN FAILED, STATUS='
                       PDX-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF NOT STU-DED-ACTIVE
               GO TO OPEN-STUDENT-DED-RTN-EXIT
           END-IF.
           OPEN INPUT XREF-FILE.
           IF NOT XREF-FS-OK
               DISPLAY 'SU41PGM44 - NO EMPLOYEE/STUDENT XREF, STATUS='
                       XREF-FS ' - NO STUDENT-BALANCE DEDUCTIONS'
               MOVE 'F' TO XREF-EOF-SW
               MOVE 'N' TO STU-DED-SW
               MOVE 4 TO RETURN-CODE
           ELSE
               READ XREF-FILE
                   AT END MOVE 'F' TO XREF-EOF-SW
               END-READ
           END-IF.
      * THE BALANCE IS ONLY READ HERE - THE POSTING STEP TAKES THE
      * QUIESCE LOCK WHEN IT UPDATES THE CLUSTER.
           OPEN INPUT AR-FILE.
           IF AR-SUCCESSFUL
               MOVE 'Y' TO AR-OPEN-SW
           ELSE
               DISPLAY 'SU41PGM44 - AR-FILE NOT AVAILABLE, STATUS='
                       AR-RC ' - NO STUDENT-BALANCE DEDUCTIONS'
               MOVE 'N' TO STU-DED-SW
               MOVE 4 TO RETURN-CODE
           END-IF.
       OPEN-STUDENT-DED-RTN-EXIT. EXIT.

       LOAD-PDA-RTN.
           IF WS-PDA-CNT < WS-PDA-MAX
               ADD 1 TO WS-PDA-CNT
               MOVE PDA-EMP-ID     TO PT-EMP-ID(WS-PDA-CNT)
               MOVE PDA-AUTH-NO    TO PT-AUTH-NO(WS-PDA-CNT)
               MOVE PDA-SIGNED-DATE TO PT-SIGNED-DATE(WS-PDA-CNT)
               MOVE PDA-CYCLE-CAP  TO PT-CYCLE-CAP(WS-PDA-CNT)
               MOVE PDA-TAKEN      TO PT-TAKEN(WS-PDA-CNT)
               MOVE PDA-LAST-TAKEN-DATE TO PT-LAST-DATE(WS-PDA-CNT)
               MOVE PDA-REVOKE-DATE TO PT-REVOKE-DATE(WS-PDA-CNT)
               MOVE PDA-STATUS     TO PT-STATUS(WS-PDA-CNT)
           ELSE
               DISPLAY 'SU41PGM44 ABEND - AUTHORIZATION TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ PDA-FILE
               AT END MOVE 'F' TO PDA-EOF-SW.
       LOAD-PDA-RTN-EXIT. EXIT.

       LOAD-XREF-RTN.
           IF WS-XREF-CNT < WS-XREF-MAX
               ADD 1 TO WS-XREF-CNT
               SET TBX-INDEX TO WS-XREF-CNT
               MOVE XR-EMPLOYEE-ID TO TBX-EMP-ID(TBX-INDEX)
               MOVE XR-SSN         TO TBX-SSN(TBX-INDEX)
           ELSE
               DISPLAY 'SU41PGM44 ABEND - XREF TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ XREF-FILE
               AT END MOVE 'F' TO XREF-EOF-SW.
       LOAD-XREF-RTN-EXIT. EXIT.

       LOAD-YTD-RTN.
      * A ROW FROM A PRIOR YEAR IS LOADED ZEROED UNDER THE NEW YEAR -
      * THE FIRST JANUARY CYCLE STARTS EVERYONE OVER.
                   ELSE
                       MOVE 0 TO YT-RET(WS-YTD-CNT)
                   END-IF
                   IF YTD-SS-TAX NUMERIC
                       MOVE YTD-SS-TAX TO YT-SS-TAX(WS-YTD-CNT)
                   ELSE
                       MOVE 0 TO YT-SS-TAX(WS-YTD-CNT)
                   END-IF
                   IF YTD-MED-TAX NUMERIC
                       MOVE YTD-MED-TAX TO YT-MED-TAX(WS-YTD-CNT)
                   ELSE
                       MOVE 0 TO YT-MED-TAX(WS-YTD-CNT)
                   END-IF
                   IF YTD-REIMB NUMERIC
                       MOVE YTD-REIMB TO YT-REIMB(WS-YTD-CNT)
                   ELSE
                       MOVE 0 TO YT-REIMB(WS-YTD-CNT)
                   END-IF
               ELSE
                   MOVE WS-RUN-YEAR TO YT-YEAR(WS-YTD-CNT)
                   MOVE 0 TO YT-GROSS(WS-YTD-CNT)
                   MOVE 0 TO YT-QTR-GROSS(WS-YTD-CNT 3)
                   MOVE 0 TO YT-QTR-GROSS(WS-YTD-CNT 4)
                   MOVE 0 TO YT-RET(WS-YTD-CNT)
                   MOVE 0 TO YT-SS-TAX(WS-YTD-CNT)
                   MOVE 0 TO YT-MED-TAX(WS-YTD-CNT)
                   MOVE 0 TO YT-REIMB(WS-YTD-CNT)
               END-IF
           ELSE
               DISPLAY 'SU41PGM44 ABEND - YTD TABLE OVERFLOW'
               AT END MOVE 'F' TO OT-EOF-SW.
       LOAD-OT-RULES-RTN-EXIT. EXIT.

       LOAD-RETRO-RTN.
           IF WS-RTR-CNT NOT < WS-RTR-MAX
               DISPLAY 'SU41PGM44 ABEND - RETRO TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-RTR-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-RTR-CNT.
           MOVE RTE-EMP-ID TO RTR-EMP-ID(WS-RTR-CNT).
           MOVE RTE-AMOUNT TO RTR-AMOUNT(WS-RTR-CNT).
           READ RETRO-FILE
               AT END MOVE 'F' TO RETRO-EOF-SW.
       LOAD-RETRO-RTN-EXIT. EXIT.

       LOAD-RMB-RTN.
           IF WS-RMB-CNT NOT < WS-RMB-MAX
               DISPLAY 'SU41PGM44 ABEND - REIMBURSEMENT TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-RMB-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-RMB-CNT.
           MOVE ERB-EMP-ID   TO RBT-EMP-ID(WS-RMB-CNT).
           MOVE ERB-CLAIM-NO TO RBT-CLAIM-NO(WS-RMB-CNT).
           MOVE ERB-AMOUNT   TO RBT-AMOUNT(WS-RMB-CNT).
           MOVE 'N'          TO RBT-PAID-SW(WS-RMB-CNT).
           READ RMB-FILE
               AT END MOVE 'F' TO RMB-EOF-SW.
       LOAD-RMB-RTN-EXIT. EXIT.

       LOAD-HOURS-RTN.
           ADD 1 TO WS-HRS-CNT.
           IF WS-HRS-CNT > WS-HRS-MAX
       REGISTER-EMPLOYEE-RTN.
           PERFORM COMPUTE-GROSS-RTN.
           PERFORM COMPUTE-TAXES-RTN.
           PERFORM COMPUTE-FICA-RTN.
           PERFORM COMPUTE-RETIREMENT-RTN
               THRU COMPUTE-RETIREMENT-RTN-EXIT.
           PERFORM COMPUTE-GARNISH-RTN
               THRU COMPUTE-GARNISH-RTN-EXIT.
           PERFORM COMPUTE-DEDUCTIONS-RTN.
           MOVE 0 TO WS-STU-DED.
           IF STU-DED-ACTIVE
               PERFORM COMPUTE-STUDENT-DED-RTN
                   THRU COMPUTE-STUDENT-DED-RTN-EXIT
                   VARYING PDA-SUB FROM 1 BY 1
                   UNTIL PDA-SUB > WS-PDA-CNT OR WS-STU-DED > 0
           END-IF.
      * EXPENSE REIMBURSEMENT IS NOT PAY - IT JOINS NET AFTER EVERY
      * TAX AND DEDUCTION, SO IT NEVER ENTERS GROSS, WITHHOLDING,
      * DISPOSABLE EARNINGS OR TAXABLE YTD.
           MOVE 0 TO WS-RMB-PAY.
           PERFORM SUM-RMB-RTN
               VARYING RMB-SUB FROM 1 BY 1
               UNTIL RMB-SUB > WS-RMB-CNT.
           ADD WS-RMB-PAY TO WS-NET.
           ADD WS-RMB-PAY TO WS-GRAND-RMB.
           ADD 1 TO WS-EMP-CNT.
           ADD WS-GROSS TO WS-GRAND-GROSS.
           ADD WS-FIT TO WS-GRAND-FIT.
           ADD WS-SIT TO WS-GRAND-SIT.
           ADD WS-SS-TAX TO WS-GRAND-SS.
           ADD WS-MED-TAX TO WS-GRAND-MED.
           ADD WS-SS-TAX TO WS-GRAND-FICA-ER.
           ADD WS-MED-ER TO WS-GRAND-FICA-ER.
           ADD WS-RET-CONTRIB TO WS-GRAND-RET.
           ADD WS-RET-MATCH TO WS-GRAND-MATCH.
           ADD WS-GARN-TOTAL TO WS-GRAND-GARN.
           ADD WS-STU-DED TO WS-GRAND-STU.
           ADD WS-DED-TOTAL TO WS-GRAND-DED.
           ADD WS-NET TO WS-GRAND-NET.
           PERFORM TALLY-DIVISION-RTN.
           MOVE WS-NET         TO DL-NET-Z.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM ITEMIZE-EARNINGS-RTN
               THRU ITEMIZE-EARNINGS-RTN-EXIT.
           PERFORM ITEMIZE-TAXES-RTN.
           PERFORM ITEMIZE-BENEFITS-RTN.
           IF WS-RMB-PAY > 0
               MOVE 'EXP REIM' TO IL-LABEL
               MOVE WS-RMB-PAY TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           PERFORM UPDATE-YTD-RTN.
           IF WS-GROSS > 0 OR WS-RMB-PAY > 0
               PERFORM WRITE-PAY-REGISTER-RTN
           END-IF.
           PERFORM WRITE-ADVICE-RTN.
       REGISTER-EMPLOYEE-RTN-EXIT. EXIT.

                   ADD 1 TO WS-COVERAGES
               END-IF
           END-IF.
           COMPUTE WS-NET = WS-GROSS - WS-FIT - WS-SIT - WS-FICA
               - WS-RET-CONTRIB - WS-GARN-TOTAL - WS-DED-TOTAL.
           COMPUTE WS-LIMIT-AMT ROUNDED =
               WS-GROSS * WS-PCT-LIMIT / 100.
           END-IF.
       COMPUTE-DEDUCTIONS-RTN-EXIT. EXIT.

       COMPUTE-STUDENT-DED-RTN.
      * LAST OFF THE CHECK, AFTER TAXES, RETIREMENT, GARNISHMENTS AND
      * BENEFITS: THE LESSER OF THE SIGNED PER-CYCLE CAP, WHAT THE
      * STUDENT STILL OWES, AND WHAT IS LEFT OF THE NET.  NOTHING IS
      * TAKEN ONCE THE BALANCE IS CLEAR OR THE AUTHORIZATION IS
      * REVOKED, AND A CLEARED BALANCE SATISFIES THE AUTHORIZATION.
           IF PT-EMP-ID(PDA-SUB) NOT = PR-EMPLOYEE-ID
                   OR PT-STATUS(PDA-SUB) NOT = 'A'
               GO TO COMPUTE-STUDENT-DED-RTN-EXIT
           END-IF.
           IF PT-REVOKE-DATE(PDA-SUB) NUMERIC
                   AND PT-REVOKE-DATE(PDA-SUB) > 0
                   AND PT-REVOKE-DATE(PDA-SUB) NOT > WS-RUN-DATE-8
               MOVE 'R' TO PT-STATUS(PDA-SUB)
               ADD 1 TO WS-STU-REVOKE-CNT
               GO TO COMPUTE-STUDENT-DED-RTN-EXIT
           END-IF.
           SEARCH ALL WS-XREF-TBL
               AT END
                   ADD 1 TO WS-STU-NOXREF-CNT
                   DISPLAY 'SU41PGM44 - AUTHORIZATION '
                           PT-AUTH-NO(PDA-SUB) ' EMPLOYEE '
                           PR-EMPLOYEE-ID ' NOT ON XREF'
                   GO TO COMPUTE-STUDENT-DED-RTN-EXIT
               WHEN TBX-EMP-ID(TBX-INDEX) = PR-EMPLOYEE-ID
                   MOVE TBX-SSN(TBX-INDEX) TO WS-STU-SSN
           END-SEARCH.
           MOVE WS-STU-SSN TO AR-SSN.
           READ AR-FILE
               INVALID KEY MOVE '23' TO AR-RC.
      * ONLY A STUDENT WITH NO AR ACCOUNT OR NOTHING OWING RETIRES THE
      * AUTHORIZATION - ANY OTHER READ FAILURE SKIPS THIS CYCLE AND
      * LEAVES IT ACTIVE FOR THE NEXT.
           IF NOT AR-SUCCESSFUL AND NOT AR-NOT-FOUND
               ADD 1 TO WS-STU-ARERR-CNT
               DISPLAY 'SU41PGM44 - AR READ FAILED FOR SSN '
                       WS-STU-SSN ', STATUS=' AR-RC
                       ' - AUTHORIZATION ' PT-AUTH-NO(PDA-SUB)
                       ' SKIPPED THIS CYCLE'
               GO TO COMPUTE-STUDENT-DED-RTN-EXIT
           END-IF.
           IF AR-NOT-FOUND OR AR-BALANCE NOT > 0
               MOVE 'S' TO PT-STATUS(PDA-SUB)
               ADD 1 TO WS-STU-CLEAR-CNT
               GO TO COMPUTE-STUDENT-DED-RTN-EXIT
           END-IF.
           MOVE PT-CYCLE-CAP(PDA-SUB) TO WS-STU-DED.
           IF WS-STU-DED > AR-BALANCE
               MOVE AR-BALANCE TO WS-STU-DED
           END-IF.
           IF WS-NET < WS-STU-DED
               IF WS-NET > 0
                   MOVE WS-NET TO WS-STU-DED
               ELSE
                   MOVE 0 TO WS-STU-DED
               END-IF
           END-IF.
           IF WS-STU-DED = 0
               GO TO COMPUTE-STUDENT-DED-RTN-EXIT
           END-IF.
           SUBTRACT WS-STU-DED FROM WS-NET.
           ADD WS-STU-DED TO PT-TAKEN(PDA-SUB).
           MOVE WS-RUN-DATE-8 TO PT-LAST-DATE(PDA-SUB).
           IF WS-STU-DED = AR-BALANCE
               MOVE 'S' TO PT-STATUS(PDA-SUB)
               ADD 1 TO WS-STU-CLEAR-CNT
           END-IF.
           ADD 1 TO WS-STU-CNT.
           MOVE SPACES             TO PDX-REC.
           MOVE 'D'                TO PDX-REC-TYPE.
           MOVE PR-EMPLOYEE-ID     TO PDX-EMP-ID.
           MOVE WS-STU-SSN         TO PDX-SSN.
           MOVE WS-STU-DED         TO PDX-AMOUNT.
           MOVE WS-RUN-DATE-8      TO PDX-PAY-DATE.
           MOVE PT-AUTH-NO(PDA-SUB) TO PDX-AUTH-NO.
           MOVE 0                  TO PDX-TRL-COUNT.
           MOVE 0                  TO PDX-TRL-AMOUNT.
           WRITE PDX-REC.
       COMPUTE-STUDENT-DED-RTN-EXIT. EXIT.

       WRITE-PDA-OUT-RTN.
           MOVE SPACES TO PAYROLL-DEDUCT-AUTH-RECORD.
           MOVE PT-EMP-ID(PDA-SUB)      TO PDA-EMP-ID.
           MOVE PT-AUTH-NO(PDA-SUB)     TO PDA-AUTH-NO.
           MOVE PT-SIGNED-DATE(PDA-SUB) TO PDA-SIGNED-DATE.
           MOVE PT-CYCLE-CAP(PDA-SUB)   TO PDA-CYCLE-CAP.
           MOVE PT-TAKEN(PDA-SUB)       TO PDA-TAKEN.
           MOVE PT-LAST-DATE(PDA-SUB)   TO PDA-LAST-TAKEN-DATE.
           MOVE PT-REVOKE-DATE(PDA-SUB) TO PDA-REVOKE-DATE.
           MOVE PT-STATUS(PDA-SUB)      TO PDA-STATUS.
           MOVE PAYROLL-DEDUCT-AUTH-RECORD TO PDAO-REC.
           WRITE PDAO-REC.
       WRITE-PDA-OUT-RTN-EXIT. EXIT.

       WRITE-PDX-TRAILER-RTN.
      * THE POSTING STEP BALANCES THE EXTRACT TO THIS TRAILER BEFORE
      * IT TOUCHES THE AR CLUSTER.
           MOVE SPACES       TO PDX-REC.
           MOVE 'T'          TO PDX-REC-TYPE.
           MOVE 0            TO PDX-SSN.
           MOVE 0            TO PDX-AMOUNT.
           MOVE WS-RUN-DATE-8 TO PDX-PAY-DATE.
           MOVE WS-STU-CNT   TO PDX-TRL-COUNT.
           MOVE WS-GRAND-STU TO PDX-TRL-AMOUNT.
           WRITE PDX-REC.
       WRITE-PDX-TRAILER-RTN-EXIT. EXIT.

       COMPUTE-TAXES-RTN.
      * ANNUALIZED-WAGES METHOD: THE PERIOD GROSS IS TAKEN TO A YEAR,
      * THE W-4 ALLOWANCES COME OFF, THE BRACKET WALK GIVES THE
           MOVE 0 TO WS-LOWER.
           MOVE 'N' TO BRKT-DONE-SW.
           PERFORM WALK-BRACKETS-RTN
               THRU WALK-BRACKETS-RTN-EXIT
               VARYING FED-SUB FROM 1 BY 1
               UNTIL FED-SUB > WS-FED-CNT OR BRKT-DONE.
           COMPUTE WS-FIT ROUNDED =
               UNTIL ST-SUB > WS-ST-CNT.
       COMPUTE-TAXES-RTN-EXIT. EXIT.

       COMPUTE-FICA-RTN.
      * SOCIAL SECURITY ON THE WAGES STILL UNDER THE ANNUAL BASE AND
      * MEDICARE ON ALL OF THEM, EACH FROM THE EMPLOYEE AND MATCHED BY
      * THE EMPLOYER; THE ADDITIONAL MEDICARE TAX IS THE EMPLOYEE'S
      * ALONE, ON WAGES PAST THE THRESHOLD FOR THE YEAR.  THE YTD
      * GROSS BEFORE THIS CYCLE SAYS WHERE THE EMPLOYEE STANDS.
           MOVE 'N' TO YTD-FOUND-SW.
           MOVE 0 TO YTD-HIT-SUB.
           PERFORM FIND-YTD-RTN
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > WS-YTD-CNT OR YTD-FOUND.
           MOVE 0 TO WS-FICA-YTD.
           IF YTD-FOUND
               MOVE YT-GROSS(YTD-HIT-SUB) TO WS-FICA-YTD
           END-IF.
           IF WS-FICA-YTD NOT < WS-SS-BASE
               MOVE 0 TO WS-SS-WAGES
           ELSE
               IF WS-FICA-YTD + WS-GROSS > WS-SS-BASE
                   COMPUTE WS-SS-WAGES = WS-SS-BASE - WS-FICA-YTD
               ELSE
                   MOVE WS-GROSS TO WS-SS-WAGES
               END-IF
           END-IF.
           IF WS-FICA-YTD + WS-GROSS > WS-ADDL-THRESH
               IF WS-FICA-YTD NOT < WS-ADDL-THRESH
                   MOVE WS-GROSS TO WS-ADDL-WAGES
               ELSE
                   COMPUTE WS-ADDL-WAGES =
                       WS-FICA-YTD + WS-GROSS - WS-ADDL-THRESH
               END-IF
           ELSE
               MOVE 0 TO WS-ADDL-WAGES
           END-IF.
           COMPUTE WS-SS-TAX ROUNDED = WS-SS-WAGES * WS-SS-PCT / 100.
           COMPUTE WS-MED-ER ROUNDED = WS-GROSS * WS-MED-PCT / 100.
           COMPUTE WS-ADDL-TAX ROUNDED =
               WS-ADDL-WAGES * WS-ADDL-PCT / 100.
           COMPUTE WS-MED-TAX = WS-MED-ER + WS-ADDL-TAX.
           COMPUTE WS-FICA = WS-SS-TAX + WS-MED-TAX.
       COMPUTE-FICA-RTN-EXIT. EXIT.

       WALK-BRACKETS-RTN.
      * THE TABLE CARRIES EVERY FILING STATUS - ONLY THIS EMPLOYEE'S
      * ROWS PARTICIPATE, AND THE FIRST CEILING AT OR ABOVE THE
           IF WS-GRN-CNT = 0
               GO TO COMPUTE-GARNISH-RTN-EXIT
           END-IF.
           COMPUTE WS-DISPOSABLE = WS-GROSS - WS-FIT - WS-SIT
               - WS-FICA.
           COMPUTE WS-GARN-ROOM ROUNDED =
               WS-DISPOSABLE * WS-MAX-PCT / 100.
           IF WS-GARN-ROOM < 0

       APPLY-PRIORITY-RTN.
           PERFORM APPLY-ORDER-RTN
               THRU APPLY-ORDER-RTN-EXIT
               VARYING GRN-SUB FROM 1 BY 1
               UNTIL GRN-SUB > WS-GRN-CNT OR WS-GARN-ROOM = 0.
       APPLY-PRIORITY-RTN-EXIT. EXIT.
                   MOVE 0 TO YT-QTR-GROSS(YTD-HIT-SUB 3)
                   MOVE 0 TO YT-QTR-GROSS(YTD-HIT-SUB 4)
                   MOVE 0 TO YT-RET(YTD-HIT-SUB)
                   MOVE 0 TO YT-SS-TAX(YTD-HIT-SUB)
                   MOVE 0 TO YT-MED-TAX(YTD-HIT-SUB)
                   MOVE 0 TO YT-REIMB(YTD-HIT-SUB)
                   MOVE 'Y' TO YTD-FOUND-SW
               ELSE
                   DISPLAY 'SU41PGM44 - YTD TABLE FULL, '
               ADD WS-NET       TO YT-NET(YTD-HIT-SUB)
               ADD WS-GROSS TO YT-QTR-GROSS(YTD-HIT-SUB WS-QTR)
               ADD WS-RET-CONTRIB TO YT-RET(YTD-HIT-SUB)
               ADD WS-SS-TAX    TO YT-SS-TAX(YTD-HIT-SUB)
               ADD WS-MED-TAX   TO YT-MED-TAX(YTD-HIT-SUB)
               ADD WS-RMB-PAY   TO YT-REIMB(YTD-HIT-SUB)
           END-IF.
       UPDATE-YTD-RTN-EXIT. EXIT.

       WRITE-PAY-REGISTER-RTN.
      * THE CYCLE'S FIGURES FOR THE EMPLOYEE, DATED THE RUN DATE -
      * THE DATE THE CYCLE PAYS AND QUARTERS ON.  THE DEDUCTIONS
      * FIELD CARRIES BENEFITS, GARNISHMENTS AND THE STUDENT BALANCE.
           MOVE SPACES         TO PAY-REGISTER-RECORD.
           MOVE PR-EMPLOYEE-ID TO PRG-EMP-ID.
           MOVE WS-RUN-DATE-8  TO PRG-PAY-DATE.
           MOVE WS-RUN-DATE-8  TO PRG-RUN-DATE.
           MOVE 'C'            TO PRG-SOURCE.
           MOVE 0              TO PRG-CHECK-NO.
           MOVE WS-GROSS       TO PRG-GROSS.
           MOVE WS-FIT         TO PRG-FIT.
           MOVE WS-SIT         TO PRG-SIT.
           MOVE WS-SS-WAGES    TO PRG-SS-WAGES.
           MOVE WS-GROSS       TO PRG-MED-WAGES.
           MOVE WS-ADDL-WAGES  TO PRG-ADDL-WAGES.
           MOVE WS-SS-TAX      TO PRG-SS-EE.
           MOVE WS-MED-TAX     TO PRG-MED-EE.
           MOVE WS-SS-TAX      TO PRG-SS-ER.
           MOVE WS-MED-ER      TO PRG-MED-ER.
           MOVE WS-RET-CONTRIB TO PRG-RET.
           COMPUTE PRG-DED = WS-DED-TOTAL + WS-GARN-TOTAL
               + WS-STU-DED.
           MOVE WS-NET         TO PRG-NET.
           MOVE WS-OT-PREM     TO PRG-OT-PREMIUM.
           WRITE PAY-REGISTER-RECORD.
           ADD 1 TO WS-PRG-CNT.
       WRITE-PAY-REGISTER-RTN-EXIT. EXIT.

       FIND-YTD-RTN.
           IF YT-EMP-ID(YTD-SUB) = PR-EMPLOYEE-ID
               MOVE 'Y' TO YTD-FOUND-SW
               MOVE ADV-YTD-LINE TO ADV-REC
               WRITE ADV-REC
           END-IF.
           MOVE 0 TO WS-RMB-YTD.
           IF YTD-FOUND
               MOVE YT-REIMB(YTD-HIT-SUB) TO WS-RMB-YTD
           END-IF.
           IF WS-RMB-PAY > 0 OR WS-RMB-YTD > 0
               MOVE WS-RMB-PAY TO AV-R-CUR
               MOVE WS-RMB-YTD TO AV-R-YTD
               MOVE ADV-RMB-LINE TO ADV-REC
               WRITE ADV-REC
           END-IF.
           MOVE SPACES TO ADV-REC.
           WRITE ADV-REC.
       WRITE-ADVICE-RTN-EXIT. EXIT.
           MOVE YT-QTR-GROSS(YTD-SUB 3) TO YTD-QTR-GROSS(3).
           MOVE YT-QTR-GROSS(YTD-SUB 4) TO YTD-QTR-GROSS(4).
           MOVE YT-RET(YTD-SUB) TO YTD-RET.
           MOVE YT-SS-TAX(YTD-SUB)  TO YTD-SS-TAX.
           MOVE YT-MED-TAX(YTD-SUB) TO YTD-MED-TAX.
           MOVE YT-REIMB(YTD-SUB)   TO YTD-REIMB.
           MOVE YTD-RECORD TO YTDO-REC.
           WRITE YTDO-REC.
       WRITE-YTD-OUT-RTN-EXIT. EXIT.
       ITEMIZE-EARNINGS-RTN.
      * AN HOURLY EMPLOYEE'S GROSS BREAKS OUT AS STRAIGHT, OVERTIME
      * AND DIFFERENTIAL LINES - THE SETTLE-IT-OFF-SYSTEM DAYS ARE
      * OVER.  RETRO PAY PRINTS ON ITS OWN LINE FOR EVERY CYCLE.
           IF WS-RETRO-PAY > 0
               MOVE 'RETRO   ' TO IL-LABEL
               MOVE WS-RETRO-PAY TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF NOT PR-HOURLY
               GO TO ITEMIZE-EARNINGS-RTN-EXIT
           END-IF.
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-SS-TAX > 0
               MOVE 'SOC SEC ' TO IL-LABEL
               MOVE WS-SS-TAX TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-MED-TAX > 0
               MOVE 'MEDICARE' TO IL-LABEL
               MOVE WS-MED-TAX TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-RET-CONTRIB > 0
               MOVE 'RETIRE  ' TO IL-LABEL
               MOVE WS-RET-CONTRIB TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-STU-DED > 0
               MOVE 'STU BAL ' TO IL-LABEL
               MOVE WS-STU-DED TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       ITEMIZE-TAXES-RTN-EXIT. EXIT.

       COMPUTE-GROSS-RTN.
           MOVE 0 TO WS-STR-PAY.
           MOVE 0 TO WS-OT-PAY.
           MOVE 0 TO WS-OT-PREM.
           MOVE 0 TO WS-DIFF-PAY.
           EVALUATE TRUE
               WHEN PR-HOURLY
               WHEN OTHER
                   MOVE 0 TO WS-GROSS
           END-EVALUATE.
      * RETRO PAY FOR A LATE RATE CHANGE RIDES IN GROSS, SO IT IS
      * TAXED, DEDUCTED FROM AND POSTED TO YTD LIKE THE REST OF THE
      * CHECK - IN THE QUARTER IT IS PAID.
           MOVE 0 TO WS-RETRO-PAY.
           PERFORM SUM-RETRO-RTN
               VARYING RTR-SUB FROM 1 BY 1
               UNTIL RTR-SUB > WS-RTR-CNT.
           ADD WS-RETRO-PAY TO WS-GROSS.
           ADD WS-RETRO-PAY TO WS-GRAND-RETRO.
       COMPUTE-GROSS-RTN-EXIT. EXIT.

       SUM-RETRO-RTN.
           IF RTR-EMP-ID(RTR-SUB) = PR-EMPLOYEE-ID
               ADD RTR-AMOUNT(RTR-SUB) TO WS-RETRO-PAY
           END-IF.
       SUM-RETRO-RTN-EXIT. EXIT.

       SUM-RMB-RTN.
           IF RBT-EMP-ID(RMB-SUB) = PR-EMPLOYEE-ID
               ADD RBT-AMOUNT(RMB-SUB) TO WS-RMB-PAY
               MOVE 'Y' TO RBT-PAID-SW(RMB-SUB)
           END-IF.
       SUM-RMB-RTN-EXIT. EXIT.

       REPORT-UNPAID-RMB-RTN.
           IF NOT RBT-PAID(RMB-SUB)
               DISPLAY 'SU41PGM44 - REIMBURSEMENT NOT PAID, EMPLOYEE '
                       RBT-EMP-ID(RMB-SUB) ' CLAIM '
                       RBT-CLAIM-NO(RMB-SUB)
               ADD 1 TO WS-RMB-UNPAID-CNT
           END-IF.
       REPORT-UNPAID-RMB-RTN-EXIT. EXIT.

       SUM-TIME-DETAIL-RTN.
      * ONE SERIAL PASS OVER THE DAILY DETAIL - TOTAL HOURS, DAILY
      * OVERTIME EXCESS, AND THE SHIFT DIFFERENTIAL EARNED ROW BY
           MOVE 0 TO WS-HOURS.
           MOVE 0 TO WS-DAY-OT.
           PERFORM SUM-ONE-DAY-RTN
               THRU SUM-ONE-DAY-RTN-EXIT
               VARYING HT-INDEX FROM 1 BY 1
               UNTIL HT-INDEX > WS-HRS-CNT.
           IF NOT HRS-FOUND
           COMPUTE WS-OT-PAY ROUNDED =
               (PR-PAY-RATE * WS-WEEK-MULT * WS-WK-OT) +
               (PR-PAY-RATE * WS-DAY-MULT * WS-DAYX-OT).
      * THE PREMIUM PORTION IS THE OVERTIME PAY ABOVE WHAT THE SAME
      * HOURS WOULD HAVE EARNED AT STRAIGHT TIME.
           COMPUTE WS-OT-PREM ROUNDED =
               WS-OT-PAY - (PR-PAY-RATE * WS-OT-HOURS).
       PRICE-HOURS-RTN-EXIT. EXIT.

       TALLY-DIVISION-RTN.
           WRITE OUT-REC.
           DISPLAY 'FEDERAL TAX WITHHELD:  ' WS-GRAND-FIT.
           DISPLAY 'STATE TAX WITHHELD:    ' WS-GRAND-SIT.
           DISPLAY 'SOC SEC WITHHELD:      ' WS-GRAND-SS.
           DISPLAY 'MEDICARE WITHHELD:     ' WS-GRAND-MED.
           DISPLAY 'EMPLOYER FICA:         ' WS-GRAND-FICA-ER.
           DISPLAY 'PAY REGISTER RECORDS:  ' WS-PRG-CNT.
           DISPLAY 'RETIREMENT DEDUCTED:   ' WS-GRAND-RET.
           DISPLAY 'EMPLOYER MATCH:        ' WS-GRAND-MATCH.
           DISPLAY 'GARNISHMENTS WITHHELD: ' WS-GRAND-GARN.
           DISPLAY 'STUDENT AR DEDUCTED:   ' WS-GRAND-STU.
           DISPLAY 'RETRO EARNINGS PAID:   ' WS-GRAND-RETRO.
           DISPLAY 'EXPENSE REIMBURSED:    ' WS-GRAND-RMB.
           IF WS-STU-CLEAR-CNT > 0
               DISPLAY 'SU41PGM44 - STUDENT BALANCES CLEARED: '
                       WS-STU-CLEAR-CNT
           END-IF.
           IF WS-STU-REVOKE-CNT > 0
               DISPLAY 'SU41PGM44 - DEDUCTION AUTHORIZATIONS REVOKED: '
                       WS-STU-REVOKE-CNT
           END-IF.
           IF WS-STU-NOXREF-CNT > 0
               DISPLAY 'SU41PGM44 - AUTHORIZATIONS NOT ON XREF: '
                       WS-STU-NOXREF-CNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-STU-ARERR-CNT > 0
               DISPLAY 'SU41PGM44 - STUDENT DEDUCTIONS SKIPPED ON AR '
                       'READ FAILURE: ' WS-STU-ARERR-CNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
      * A CLAIM LEFT UNPAID BELONGS TO AN EMPLOYEE WHO WAS NOT ACTIVE
      * OR NOT ON THE MASTER AT PAY TIME - ACCOUNTS PAYABLE SETTLES IT.
           PERFORM REPORT-UNPAID-RMB-RTN
               VARYING RMB-SUB FROM 1 BY 1
               UNTIL RMB-SUB > WS-RMB-CNT.
           IF WS-RMB-UNPAID-CNT > 0
               DISPLAY 'SU41PGM44 - REIMBURSEMENTS NOT PAID: '
                       WS-RMB-UNPAID-CNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-SATISFIED-CNT > 0
               DISPLAY 'SU41PGM44 - ORDERS SATISFIED THIS CYCLE: '
                       WS-SATISFIED-CNT

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE OUT-FILE FED-FILE YTDO-FILE ADV-FILE
                 REMIT-FILE GARNO-FILE PAYEE-FILE PDAO-FILE PDX-FILE
                 PRG-FILE.
           IF PDA-FS-OK
               CLOSE PDA-FILE
           END-IF.
           IF XREF-FS-OK
               CLOSE XREF-FILE
           END-IF.
           IF AR-FILE-OPEN
               CLOSE AR-FILE
           END-IF.
           IF OT-FS-OK
               CLOSE OT-FILE
           END-IF.
           IF RETRO-FS-OK
               CLOSE RETRO-FILE
           END-IF.
           IF RMB-FS-OK
               CLOSE RMB-FILE
           END-IF.
           IF GARN-FS-OK
               CLOSE GARN-FILE
           END-IF.
               CLOSE STATE-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
