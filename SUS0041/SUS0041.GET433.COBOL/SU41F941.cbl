       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41F941.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT YTD-FILE      ASSIGN TO YTFILE
                     FILE STATUS IS YTD-FS.
            SELECT REG-FILE      ASSIGN TO RGFILE
                     FILE STATUS IS REG-FS.
            SELECT FICA-FILE     ASSIGN TO FCFILE
                     FILE STATUS IS FICA-FS.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
      **** THE PAY CYCLE'S YTD ACCUMULATOR FILE - THE QUARTER'S WAGES
      **** AS PAID, BY EMPLOYEE ***************************************
       FD  YTD-FILE.
           COPY YTDREC.

      **** THE PAY REGISTERS - EVERY CYCLE'S AND EVERY OFF-CYCLE RUN'S
      **** PRGFILE, CONCATENATED.  RECORDS DATED OUTSIDE THE QUARTER
      **** ARE PASSED OVER, SO THE WHOLE YEAR MAY BE SUPPLIED. *******
       FD  REG-FILE.
           COPY PAYREG.

       FD  FICA-FILE.
           COPY FICACTL.

      **** QUARTER CONTROL CARD - WHICH YEAR AND QUARTER TO REPORT ***
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-YEAR       PIC 9(4).
           05  CTL-QTR        PIC 9(1).
           05  FILLER         PIC X(75).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * QUARTERLY FEDERAL PAYROLL TAX *
      *                                * RETURN (941) SUMMARY.  WAGES  *
      *                                * COME FROM THE YTD QUARTER     *
      *                                * BUCKETS; WITHHOLDING, FICA    *
      *                                * WAGES AND BOTH SHARES OF FICA *
      *                                * FROM THE QUARTER'S PAY        *
      *                                * REGISTERS, WHICH ALSO GIVE    *
      *                                * THE MONTHLY LIABILITY         *
      *                                * SCHEDULE BY PAY DATE.  THE    *
      *                                * TWO SOURCES ARE THEN TIED,    *
      *                                * IN TOTAL AND EMPLOYEE BY      *
      *                                * EMPLOYEE, AND EVERY           *
      *                                * DIFFERENCE IS LISTED BEFORE   *
      *                                * THE RETURN IS FILED.          *
      *                                *********************************
       01  WS-WORK-AREA.
           05  YTD-EOF-SW      PIC X         VALUE SPACES.
           05  REG-EOF-SW      PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  FICA-EOF-SW     PIC X         VALUE SPACES.
           05  WS-YEAR         PIC 9(4)      VALUE 0.
           05  WS-QTR          PIC 9         VALUE 1.
           05  WS-FIRST-MM     PIC 9(2)      VALUE 0.
           05  WS-LAST-MM      PIC 9(2)      VALUE 0.
           05  WS-MONTH        PIC 9         VALUE 0.
           05  WS-QTR-END      PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-SS-PCT       PIC 9(2)V99   VALUE 6.20.
           05  WS-MED-PCT      PIC 9(2)V99   VALUE 1.45.
           05  WS-ADDL-PCT     PIC 9(2)V99   VALUE 0.90.
           05  WS-SS-RATE      PIC 9(2)V99   VALUE 0.
           05  WS-MED-RATE     PIC 9(2)V99   VALUE 0.
           05  WS-REG-READ     PIC 9(7)      VALUE 0.
           05  WS-REG-USED     PIC 9(7)      VALUE 0.
           05  WS-LATE-CNT     PIC 9(7)      VALUE 0.
           05  WS-LATE-GROSS   PIC S9(11)V99 VALUE 0.
           05  WS-YTD-READ     PIC 9(7)      VALUE 0.
           05  WS-OTHER-YEAR   PIC 9(7)      VALUE 0.
           05  WS-PAID-CNT     PIC 9(7)      VALUE 0.
           05  WS-DIFF-CNT     PIC 9(7)      VALUE 0.
           05  WS-YTD-WAGES    PIC 9(11)V99  VALUE 0.
           05  WS-REG-GROSS    PIC S9(11)V99 VALUE 0.
           05  WS-REG-FIT      PIC S9(11)V99 VALUE 0.
           05  WS-SS-WAGES     PIC S9(11)V99 VALUE 0.
           05  WS-MED-WAGES    PIC S9(11)V99 VALUE 0.
           05  WS-ADDL-WAGES   PIC S9(11)V99 VALUE 0.
           05  WS-SS-EE        PIC S9(11)V99 VALUE 0.
           05  WS-SS-ER        PIC S9(11)V99 VALUE 0.
           05  WS-MED-EE       PIC S9(11)V99 VALUE 0.
           05  WS-MED-ER       PIC S9(11)V99 VALUE 0.
           05  WS-SS-TAX       PIC S9(11)V99 VALUE 0.
           05  WS-MED-TAX      PIC S9(11)V99 VALUE 0.
           05  WS-ADDL-TAX     PIC S9(11)V99 VALUE 0.
           05  WS-FICA-TAX     PIC S9(11)V99 VALUE 0.
           05  WS-FICA-HELD    PIC S9(11)V99 VALUE 0.
           05  WS-BEFORE-ADJ   PIC S9(11)V99 VALUE 0.
           05  WS-FRACTIONS    PIC S9(11)V99 VALUE 0.
           05  WS-AFTER-ADJ    PIC S9(11)V99 VALUE 0.
           05  WS-LIAB-TOTAL   PIC S9(11)V99 VALUE 0.
           05  WS-DIFF         PIC S9(11)V99 VALUE 0.
           05  EMP-SUB         PIC 9(5)      VALUE 0.
           05  EMP-HIT-SUB     PIC 9(5)      VALUE 0.
           05  WS-EMP-CNT      PIC 9(5)      VALUE 0.
           05  WS-EMP-MAX      PIC 9(5)      VALUE 3000.
           05  EMP-FOUND-SW    PIC X         VALUE 'N'.
               88  EMP-FOUND                 VALUE 'Y'.
           05  WS-FIND-ID      PIC X(7)      VALUE SPACES.
           05  MON-SUB         PIC 9         VALUE 0.
           05  YTD-FS          PIC XX        VALUE '00'.
               88  YTD-FS-OK                 VALUE '00'.
           05  REG-FS          PIC XX        VALUE '00'.
               88  REG-FS-OK                 VALUE '00'.
           05  FICA-FS         PIC XX        VALUE '00'.
               88  FICA-FS-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** MONTHLY LIABILITY - FEDERAL WITHHOLDING PLUS BOTH SHARES
      **** OF FICA, BY THE MONTH THE WAGES WERE PAID *****************
       01  WS-LIAB-AREA.
           05  WS-LIAB         PIC S9(11)V99 OCCURS 3 TIMES.

      **** PER-EMPLOYEE QUARTER GROSS FROM BOTH SOURCES, FOR THE TIE **
       01  WS-EMP-AREA.
           05  WS-EMP-TBL OCCURS 3000 TIMES.
             10  EM-EMP-ID       PIC X(7).
             10  EM-YTD-GROSS    PIC 9(9)V99.
             10  EM-REG-GROSS    PIC S9(9)V99.

       01  HDG-LINE1.
           05 FILLER          PIC X(17) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'QUARTERLY FEDERAL TAX RETURN (941) SUMMA'.
           05 FILLER          PIC X(2)  VALUE 'RY'.
           05 FILLER          PIC X(21) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(17) VALUE SPACES.
           05 FILLER          PIC X(5)  VALUE 'YEAR '.
           05 HL-YEAR         PIC 9(4).
           05 FILLER          PIC X(11) VALUE '   QUARTER '.
           05 HL-QTR          PIC 9.
           05 FILLER          PIC X(11) VALUE '   RUN DATE'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   'LINE                                    '.
           05 FILLER          PIC X(40) VALUE
                   '     WAGES               TAX            '.

      **** ONE RETURN LINE - A WAGE BASE, A TAX, OR BOTH *************
       01  RTN-LINE.
           05 RL-LINE-NO      PIC X(4).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RL-LABEL        PIC X(32).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 RL-WAGES-Z      PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 RL-TAX-Z        PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(9)  VALUE SPACES.

       01  CNT-LINE.
           05 CL-LINE-NO      PIC X(4).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-LABEL        PIC X(32).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-COUNT        PIC ZZZ,ZZ9.
           05 FILLER          PIC X(35) VALUE SPACES.

       01  DIFF-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID         YTD QTR GROSS    REGISTER'.
           05 FILLER          PIC X(40) VALUE
                   ' GROSS        DIFFERENCE                '.

       01  DIFF-LINE.
           05 DF-EMP-ID       PIC X(7).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DF-YTD-Z        PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DF-REG-Z        PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DF-DIFF-Z       PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(21) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-YTD-RTN THRU LOAD-YTD-RTN-EXIT
               UNTIL YTD-EOF-SW = 'F'.
           PERFORM LOAD-REGISTER-RTN THRU LOAD-REGISTER-RTN-EXIT
               UNTIL REG-EOF-SW = 'F'.
           PERFORM COMPUTE-RETURN-RTN.
           PERFORM WRITE-RETURN-RTN.
           PERFORM WRITE-LIABILITY-RTN.
           PERFORM RECONCILE-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT YTD-FILE.
           IF NOT YTD-FS-OK
               DISPLAY 'SU41F941 - YTD-FILE OPEN FAILED, STATUS='
                       YTD-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT REG-FILE.
           IF NOT REG-FS-OK
               DISPLAY 'SU41F941 - REG-FILE OPEN FAILED, STATUS='
                       REG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THERE IS NO SENSIBLE DEFAULT QUARTER - A MISSING CARD STOPS
      * THE RUN, AS IT DOES FOR THE SUTA EXTRACT.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41F941 - CTL-FILE OPEN FAILED, STATUS='
                       CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CTL-FILE
               AT END MOVE 'F' TO CTL-EOF-SW.
           IF CTL-EOF-SW = 'F' OR CTL-YEAR NOT NUMERIC
                   OR CTL-QTR NOT NUMERIC
                   OR CTL-QTR < 1 OR CTL-QTR > 4
               DISPLAY 'SU41F941 - NO USABLE YEAR AND QUARTER ON CARD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE CTL-YEAR TO WS-YEAR.
           MOVE CTL-QTR  TO WS-QTR.
           CLOSE CTL-FILE.
      * THE RETURN TAXES FICA WAGES AT BOTH SHARES OF THE RATES THE
      * PAY RUNS WITHHELD AT - THE SAME CARD, THE SAME DEFAULTS.
           OPEN INPUT FICA-FILE.
           IF NOT FICA-FS-OK
               DISPLAY 'SU41F941 - NO FICA CARD, DEFAULT RATES APPLY'
           ELSE
               READ FICA-FILE
                   AT END
                       DISPLAY 'FICA CARD EMPTY'
                       MOVE 'F' TO FICA-EOF-SW
               END-READ
               IF FICA-EOF-SW NOT = 'F'
                   MOVE FIC-SS-PCT   TO WS-SS-PCT
                   MOVE FIC-MED-PCT  TO WS-MED-PCT
                   MOVE FIC-ADDL-PCT TO WS-ADDL-PCT
               END-IF
               CLOSE FICA-FILE
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41F941 - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           COMPUTE WS-FIRST-MM = (WS-QTR - 1) * 3 + 1.
           COMPUTE WS-LAST-MM  = WS-FIRST-MM + 2.
           COMPUTE WS-QTR-END  = (WS-YEAR * 10000)
               + (WS-LAST-MM * 100) + 31.
           COMPUTE WS-SS-RATE  = WS-SS-PCT * 2.
           COMPUTE WS-MED-RATE = WS-MED-PCT * 2.
           MOVE 0 TO WS-LIAB(1) WS-LIAB(2) WS-LIAB(3).
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-YEAR       TO HL-YEAR.
           MOVE WS-QTR        TO HL-QTR.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
           READ REG-FILE
               AT END MOVE 'F' TO REG-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-YTD-RTN.
      * ONLY THE REPORT YEAR'S ROWS COUNT - ONCE THE FIRST CYCLE OF A
      * NEW YEAR HAS RUN, THE FILE NO LONGER HOLDS THE OLD YEAR'S
      * FOURTH QUARTER, AND THE TIE BELOW SAYS SO.
           ADD 1 TO WS-YTD-READ.
           IF YTD-YEAR NOT = WS-YEAR
               ADD 1 TO WS-OTHER-YEAR
               GO TO LOAD-YTD-NEXT-RTN
           END-IF.
           IF YTD-QTR-GROSS(WS-QTR) = 0
               GO TO LOAD-YTD-NEXT-RTN
           END-IF.
           ADD 1 TO WS-PAID-CNT.
           ADD YTD-QTR-GROSS(WS-QTR) TO WS-YTD-WAGES.
           MOVE YTD-EMP-ID TO WS-FIND-ID.
           PERFORM LOCATE-EMP-RTN.
           ADD YTD-QTR-GROSS(WS-QTR) TO EM-YTD-GROSS(EMP-HIT-SUB).
       LOAD-YTD-NEXT-RTN.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
       LOAD-YTD-RTN-EXIT. EXIT.

       LOAD-REGISTER-RTN.
      * A RECORD BELONGS TO THE QUARTER ITS WAGES WERE PAID IN.  ONE
      * WRITTEN AFTER THE QUARTER CLOSED - A LATE VOID OR REISSUE -
      * STILL COUNTS, BUT IS TALLIED SO AN AMENDED RETURN IS NOT
      * MISSED WHEN THE ORIGINAL HAS ALREADY GONE.
           ADD 1 TO WS-REG-READ.
           IF PRG-PAY-YYYY NOT = WS-YEAR
                   OR PRG-PAY-MM < WS-FIRST-MM
                   OR PRG-PAY-MM > WS-LAST-MM
               GO TO LOAD-REGISTER-NEXT-RTN
           END-IF.
           ADD 1 TO WS-REG-USED.
           ADD PRG-GROSS      TO WS-REG-GROSS.
           ADD PRG-FIT        TO WS-REG-FIT.
           ADD PRG-SS-WAGES   TO WS-SS-WAGES.
           ADD PRG-MED-WAGES  TO WS-MED-WAGES.
           ADD PRG-ADDL-WAGES TO WS-ADDL-WAGES.
           ADD PRG-SS-EE      TO WS-SS-EE.
           ADD PRG-SS-ER      TO WS-SS-ER.
           ADD PRG-MED-EE     TO WS-MED-EE.
           ADD PRG-MED-ER     TO WS-MED-ER.
           COMPUTE WS-MONTH = PRG-PAY-MM - WS-FIRST-MM + 1.
           COMPUTE WS-LIAB(WS-MONTH) = WS-LIAB(WS-MONTH) + PRG-FIT
               + PRG-SS-EE + PRG-SS-ER + PRG-MED-EE + PRG-MED-ER.
           IF PRG-RUN-DATE > WS-QTR-END
               ADD 1 TO WS-LATE-CNT
               ADD PRG-GROSS TO WS-LATE-GROSS
           END-IF.
           MOVE PRG-EMP-ID TO WS-FIND-ID.
           PERFORM LOCATE-EMP-RTN.
           ADD PRG-GROSS TO EM-REG-GROSS(EMP-HIT-SUB).
       LOAD-REGISTER-NEXT-RTN.
           READ REG-FILE
               AT END MOVE 'F' TO REG-EOF-SW.
       LOAD-REGISTER-RTN-EXIT. EXIT.

       LOCATE-EMP-RTN.
      * AN EMPLOYEE NOT YET IN THE TABLE GETS A FRESH ROW.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE 0 TO EMP-HIT-SUB.
           PERFORM FIND-EMP-RTN
               VARYING EMP-SUB FROM 1 BY 1
               UNTIL EMP-SUB > WS-EMP-CNT OR EMP-FOUND.
           IF NOT EMP-FOUND
               IF WS-EMP-CNT NOT < WS-EMP-MAX
                   DISPLAY 'SU41F941 ABEND - EMPLOYEE TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-EMP-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-EMP-CNT
               MOVE WS-EMP-CNT TO EMP-HIT-SUB
               MOVE WS-FIND-ID TO EM-EMP-ID(EMP-HIT-SUB)
               MOVE 0 TO EM-YTD-GROSS(EMP-HIT-SUB)
               MOVE 0 TO EM-REG-GROSS(EMP-HIT-SUB)
           END-IF.
       LOCATE-EMP-RTN-EXIT. EXIT.

       FIND-EMP-RTN.
           IF EM-EMP-ID(EMP-SUB) = WS-FIND-ID
               MOVE 'Y' TO EMP-FOUND-SW
               MOVE EMP-SUB TO EMP-HIT-SUB
           END-IF.
       FIND-EMP-RTN-EXIT. EXIT.

       COMPUTE-RETURN-RTN.
      * THE RETURN FIGURES FICA ON THE QUARTER'S FICA WAGES AT BOTH
      * SHARES OF THE RATES; WHAT THE PAY RUNS ACTUALLY WITHHELD AND
      * MATCHED CHECK BY CHECK DIFFERS BY THE ROUNDING ON EACH CHECK,
      * WHICH IS THE FRACTIONS-OF-CENTS ADJUSTMENT.
           COMPUTE WS-SS-TAX ROUNDED =
               WS-SS-WAGES * WS-SS-RATE / 100.
           COMPUTE WS-MED-TAX ROUNDED =
               WS-MED-WAGES * WS-MED-RATE / 100.
           COMPUTE WS-ADDL-TAX ROUNDED =
               WS-ADDL-WAGES * WS-ADDL-PCT / 100.
           COMPUTE WS-FICA-TAX = WS-SS-TAX + WS-MED-TAX + WS-ADDL-TAX.
           COMPUTE WS-FICA-HELD = WS-SS-EE + WS-SS-ER
               + WS-MED-EE + WS-MED-ER.
           COMPUTE WS-BEFORE-ADJ = WS-REG-FIT + WS-FICA-TAX.
           COMPUTE WS-FRACTIONS = WS-FICA-HELD - WS-FICA-TAX.
           COMPUTE WS-AFTER-ADJ = WS-BEFORE-ADJ + WS-FRACTIONS.
       COMPUTE-RETURN-RTN-EXIT. EXIT.

       WRITE-RETURN-RTN.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE '1   ' TO CL-LINE-NO.
           MOVE 'EMPLOYEES PAID IN THE QUARTER   ' TO CL-LABEL.
           MOVE WS-PAID-CNT TO CL-COUNT.
           MOVE CNT-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE '2   ' TO RL-LINE-NO.
           MOVE 'WAGES AND OTHER COMPENSATION    ' TO RL-LABEL.
           MOVE WS-YTD-WAGES TO RL-WAGES-Z.
           MOVE 0 TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE '3   ' TO RL-LINE-NO.
           MOVE 'FEDERAL INCOME TAX WITHHELD     ' TO RL-LABEL.
           MOVE 0 TO RL-WAGES-Z.
           MOVE WS-REG-FIT TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE '5A  ' TO RL-LINE-NO.
           MOVE 'TAXABLE SOCIAL SECURITY WAGES   ' TO RL-LABEL.
           MOVE WS-SS-WAGES TO RL-WAGES-Z.
           MOVE WS-SS-TAX TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE '5C  ' TO RL-LINE-NO.
           MOVE 'TAXABLE MEDICARE WAGES          ' TO RL-LABEL.
           MOVE WS-MED-WAGES TO RL-WAGES-Z.
           MOVE WS-MED-TAX TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE '5D  ' TO RL-LINE-NO.
           MOVE 'ADDITIONAL MEDICARE WAGES       ' TO RL-LABEL.
           MOVE WS-ADDL-WAGES TO RL-WAGES-Z.
           MOVE WS-ADDL-TAX TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE '5E  ' TO RL-LINE-NO.
           MOVE 'TOTAL SOCIAL SECURITY/MEDICARE  ' TO RL-LABEL.
           MOVE 0 TO RL-WAGES-Z.
           MOVE WS-FICA-TAX TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE '6   ' TO RL-LINE-NO.
           MOVE 'TOTAL TAXES BEFORE ADJUSTMENTS  ' TO RL-LABEL.
           MOVE WS-BEFORE-ADJ TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE '7   ' TO RL-LINE-NO.
           MOVE 'FRACTIONS OF CENTS ADJUSTMENT   ' TO RL-LABEL.
           MOVE WS-FRACTIONS TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE '10  ' TO RL-LINE-NO.
           MOVE 'TOTAL TAXES AFTER ADJUSTMENTS   ' TO RL-LABEL.
           MOVE WS-AFTER-ADJ TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO RL-LINE-NO.
           MOVE 'SOCIAL SECURITY - EMPLOYEE      ' TO RL-LABEL.
           MOVE WS-SS-EE TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE 'SOCIAL SECURITY - EMPLOYER      ' TO RL-LABEL.
           MOVE WS-SS-ER TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE 'MEDICARE - EMPLOYEE             ' TO RL-LABEL.
           MOVE WS-MED-EE TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE 'MEDICARE - EMPLOYER             ' TO RL-LABEL.
           MOVE WS-MED-ER TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
       WRITE-RETURN-RTN-EXIT. EXIT.

       WRITE-RTN-LINE-RTN.
           MOVE RTN-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-RTN-LINE-RTN-EXIT. EXIT.

       WRITE-LIABILITY-RTN.
      * THE SCHEDULE MUST FOOT TO THE TAXES AFTER ADJUSTMENTS - IT IS
      * BUILT FROM THE SAME REGISTERS, SO A MISMATCH MEANS A REGISTER
      * RECORD THE RETURN COULD NOT PLACE.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO WS-LIAB-TOTAL.
           MOVE 0 TO RL-WAGES-Z.
           PERFORM WRITE-MONTH-RTN
               VARYING MON-SUB FROM 1 BY 1
               UNTIL MON-SUB > 3.
           MOVE '16  ' TO RL-LINE-NO.
           MOVE 'TOTAL LIABILITY FOR THE QUARTER ' TO RL-LABEL.
           MOVE WS-LIAB-TOTAL TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           IF WS-LIAB-TOTAL NOT = WS-AFTER-ADJ
               DISPLAY 'SU41F941 - LIABILITY SCHEDULE DOES NOT FOOT '
                       'TO TOTAL TAXES'
               MOVE 8 TO RETURN-CODE
           END-IF.
       WRITE-LIABILITY-RTN-EXIT. EXIT.

       WRITE-MONTH-RTN.
           MOVE '16  ' TO RL-LINE-NO.
           MOVE SPACES TO RL-LABEL.
           STRING 'MONTH ' MON-SUB ' TAX LIABILITY'
               DELIMITED BY SIZE INTO RL-LABEL.
           MOVE WS-LIAB(MON-SUB) TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           ADD WS-LIAB(MON-SUB) TO WS-LIAB-TOTAL.
       WRITE-MONTH-RTN-EXIT. EXIT.

       RECONCILE-RTN.
      * THE YTD QUARTER BUCKETS AGAINST THE SUM OF THE QUARTER'S
      * REGISTERS, IN TOTAL AND FOR EVERY EMPLOYEE WHO DIFFERS.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO RL-LINE-NO.
           MOVE 0 TO RL-WAGES-Z.
           MOVE 'QUARTER GROSS PER YTD           ' TO RL-LABEL.
           MOVE WS-YTD-WAGES TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE 'QUARTER GROSS PER PAY REGISTERS ' TO RL-LABEL.
           MOVE WS-REG-GROSS TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           COMPUTE WS-DIFF = WS-YTD-WAGES - WS-REG-GROSS.
           MOVE 'DIFFERENCE                      ' TO RL-LABEL.
           MOVE WS-DIFF TO RL-TAX-Z.
           PERFORM WRITE-RTN-LINE-RTN.
           MOVE SPACES TO CL-LINE-NO.
           MOVE 'REGISTER RECORDS IN QUARTER     ' TO CL-LABEL.
           MOVE WS-REG-USED TO CL-COUNT.
           MOVE CNT-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'WRITTEN AFTER QUARTER END       ' TO CL-LABEL.
           MOVE WS-LATE-CNT TO CL-COUNT.
           MOVE CNT-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE DIFF-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM TIE-EMPLOYEE-RTN
               VARYING EMP-SUB FROM 1 BY 1
               UNTIL EMP-SUB > WS-EMP-CNT.
           IF WS-DIFF NOT = 0 OR WS-DIFF-CNT > 0
               DISPLAY 'SU41F941 - YTD AND PAY REGISTERS DO NOT AGREE, '
                       'EMPLOYEES DIFFERING: ' WS-DIFF-CNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-LATE-CNT > 0
               DISPLAY 'SU41F941 - REGISTER RECORDS WRITTEN AFTER '
                       'QUARTER END: ' WS-LATE-CNT
                       ' - CHECK WHETHER A 941-X IS DUE'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-OTHER-YEAR > 0 AND WS-OTHER-YEAR = WS-YTD-READ
               DISPLAY 'SU41F941 - YTD FILE HOLDS NO ROWS FOR '
                       WS-YEAR
               MOVE 8 TO RETURN-CODE
           END-IF.
       RECONCILE-RTN-EXIT. EXIT.

       TIE-EMPLOYEE-RTN.
           IF EM-YTD-GROSS(EMP-SUB) NOT = EM-REG-GROSS(EMP-SUB)
               ADD 1 TO WS-DIFF-CNT
               MOVE EM-EMP-ID(EMP-SUB)    TO DF-EMP-ID
               MOVE EM-YTD-GROSS(EMP-SUB) TO DF-YTD-Z
               MOVE EM-REG-GROSS(EMP-SUB) TO DF-REG-Z
               COMPUTE DF-DIFF-Z =
                   EM-YTD-GROSS(EMP-SUB) - EM-REG-GROSS(EMP-SUB)
               MOVE DIFF-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       TIE-EMPLOYEE-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE YTD-FILE REG-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
