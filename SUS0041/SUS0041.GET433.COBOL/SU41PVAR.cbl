       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41PVAR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT CUR-FILE      ASSIGN TO CURFILE
                     FILE STATUS IS CUR-FS.
            SELECT PRV-FILE      ASSIGN TO PRVFILE
                     FILE STATUS IS PRV-FS.
            SELECT YTD-FILE      ASSIGN TO YTFILE
                     FILE STATUS IS YTD-FS.
            SELECT SGN-FILE      ASSIGN TO SGFILE
                     FILE STATUS IS SGN-FS.
            SELECT REL-FILE      ASSIGN TO RLFILE
                     FILE STATUS IS REL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** THRESHOLD CARD - A CHANGE IS AN EXCEPTION WHEN IT IS BOTH
      **** OVER CTL-PCT PERCENT OF THE PRIOR CYCLE AND OVER CTL-MIN-AMT
      **** DOLLARS; CTL-YTD-PCT IS HOW FAR ABOVE THE EMPLOYEE'S YTD
      **** AVERAGE GROSS A CHECK MAY RUN.  A MISSING CARD OR A ZERO
      **** FIELD TAKES THE DEFAULT - 25 PERCENT, $50, 50 PERCENT ******
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-PCT        PIC 9(3)V99.
           05  CTL-MIN-AMT    PIC 9(5)V99.
           05  CTL-YTD-PCT    PIC 9(3)V99.
           05  FILLER         PIC X(63).

      **** PAYROLL MASTER - FOR THE NAME ON THE EXCEPTION LIST *******
       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** THIS CYCLE'S PAY REGISTER FROM THE PAY RUN (SU41PGM44),
      **** BEFORE ANY MONEY MOVES *************************************
       FD  CUR-FILE.
           COPY PAYREG.

      **** LAST CYCLE'S PAY REGISTER.  ONLY THE CYCLE PAYMENTS ON
      **** EITHER REGISTER ARE COMPARED - OFF-CYCLE CHECKS AND VOIDS
      **** ARE NOT PART OF A NORMAL CYCLE ******************************
       FD  PRV-FILE.
       01  PRV-REC.
           05  PV-EMP-ID      PIC X(7).
           05  PV-PAY-DATE    PIC 9(8).
           05  PV-RUN-DATE    PIC 9(8).
           05  PV-SOURCE      PIC X(1).
           05  PV-CHECK-NO    PIC 9(10).
           05  PV-GROSS       PIC S9(7)V99.
           05  PV-FIT         PIC S9(7)V99.
           05  PV-SIT         PIC S9(7)V99.
           05  FILLER         PIC X(27).
           05  PV-SS-EE       PIC S9(7)V99.
           05  PV-MED-EE      PIC S9(7)V99.
           05  FILLER         PIC X(18).
           05  PV-RET         PIC S9(7)V99.
           05  PV-DED         PIC S9(7)V99.
           05  PV-NET         PIC S9(7)V99.
           05  FILLER         PIC X(9).

      **** YTD ACCUMULATORS AS THEY STOOD BEFORE THIS CYCLE - THE PAY
      **** RUN'S YTFILE INPUT, NOT ITS UPDATED YTOFILE *****************
       FD  YTD-FILE.
           COPY YTDREC.

      **** SIGN-OFFS KEYED FROM THE EXCEPTION LIST ********************
       FD  SGN-FILE.
           COPY PAYSGN.

      **** RELEASE CONTROL FOR THE BANK EXTRACTS **********************
       FD  REL-FILE.
           COPY PAYREL.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * PAY-REGISTER VARIANCE REVIEW, *
      *                                * RUN AFTER THE PAY RUN AND     *
      *                                * BEFORE ANY BANK FILE IS CUT.  *
      *                                * EACH EMPLOYEE'S GROSS, NET,   *
      *                                * TAXES AND DEDUCTIONS ARE      *
      *                                * COMPARED WITH LAST CYCLE'S    *
      *                                * REGISTER AND THE GROSS WITH   *
      *                                * THE YTD AVERAGE; CHANGES OVER *
      *                                * THE CARD THRESHOLDS, NEW AND  *
      *                                * MISSING PAYEES, AND ZERO OR   *
      *                                * NEGATIVE NET ARE LISTED FOR   *
      *                                * SIGN-OFF.  THE RELEASE RECORD *
      *                                * HOLDS THE BANK EXTRACTS UNTIL *
      *                                * EVERY EXCEPTION IS SIGNED OFF *
      *                                * - A DOUBLED CHECK FROM A      *
      *                                * KEYING SLIP IN THE HOURS FILE *
      *                                * IS CAUGHT HERE, NOT BY THE    *
      *                                * BANK.                         *
      *                                *********************************
       01  WS-WORK-AREA.
           05  PAYROLL-EOF-SW  PIC X         VALUE SPACES.
           05  CUR-EOF-SW      PIC X         VALUE SPACES.
           05  PRV-EOF-SW      PIC X         VALUE SPACES.
           05  YTD-EOF-SW      PIC X         VALUE SPACES.
           05  SGN-EOF-SW      PIC X         VALUE SPACES.
           05  PRV-OPEN-SW     PIC X         VALUE 'N'.
               88  PRV-OPEN                  VALUE 'Y'.
           05  YTD-OPEN-SW     PIC X         VALUE 'N'.
               88  YTD-OPEN                  VALUE 'Y'.
           05  SGN-OPEN-SW     PIC X         VALUE 'N'.
               88  SGN-OPEN                  VALUE 'Y'.
           05  EMP-FOUND-SW    PIC X         VALUE 'N'.
               88  EMP-FOUND                 VALUE 'Y'.
           05  SG-FOUND-SW     PIC X         VALUE 'N'.
               88  SG-FOUND                  VALUE 'Y'.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-PAY-DATE     PIC 9(8)      VALUE 0.
           05  WS-PAY-DATE-R   REDEFINES WS-PAY-DATE.
               10  WS-PAY-YYYY PIC 9(4).
               10  WS-PAY-MM   PIC 9(2).
               10  WS-PAY-DD   PIC 9(2).
           05  WS-PRV-PAY-DATE PIC 9(8)      VALUE 0.
           05  WS-PCT          PIC 9(3)V99   VALUE 25.00.
           05  WS-MIN-AMT      PIC 9(5)V99   VALUE 50.00.
           05  WS-YTD-PCT      PIC 9(3)V99   VALUE 50.00.
           05  WS-PERIODS      PIC 9(3)      VALUE 0.
           05  WS-DIFF         PIC S9(9)V99  VALUE 0.
           05  WS-BASE         PIC S9(9)V99  VALUE 0.
           05  WS-CHG-PCT      PIC 9(7)V99   VALUE 0.
           05  WS-YTD-AVG      PIC 9(9)V99   VALUE 0.
           05  WS-X-CODE       PIC X(2)      VALUE SPACES.
           05  WS-X-DESC       PIC X(14)     VALUE SPACES.
           05  WS-X-PRIOR      PIC S9(9)V99  VALUE 0.
           05  WS-X-CURR       PIC S9(9)V99  VALUE 0.
           05  WS-FIND-ID      PIC X(7)      VALUE SPACES.
           05  EMP-SUB         PIC 9(4)      VALUE 0.
           05  EMP-HIT-SUB     PIC 9(4)      VALUE 0.
           05  WS-EMP-CNT      PIC 9(4)      VALUE 0.
           05  WS-EMP-MAX      PIC 9(4)      VALUE 3000.
           05  CMP-SUB         PIC 9(1)      VALUE 0.
           05  SG-SUB          PIC 9(4)      VALUE 0.
           05  SG-HIT-SUB      PIC 9(4)      VALUE 0.
           05  WS-SG-CNT       PIC 9(4)      VALUE 0.
           05  WS-SG-MAX       PIC 9(4)      VALUE 2000.
           05  WS-CUR-CNT      PIC 9(7)      VALUE 0.
           05  WS-PRV-CNT      PIC 9(7)      VALUE 0.
           05  WS-OTHER-CNT    PIC 9(7)      VALUE 0.
           05  WS-CUR-GROSS    PIC 9(11)V99  VALUE 0.
           05  WS-CUR-NET      PIC S9(11)V99 VALUE 0.
           05  WS-PRV-GROSS    PIC 9(11)V99  VALUE 0.
           05  WS-PRV-NET      PIC S9(11)V99 VALUE 0.
           05  WS-EXCEPT-CNT   PIC 9(7)      VALUE 0.
           05  WS-SIGNED-CNT   PIC 9(7)      VALUE 0.
           05  WS-OPEN-CNT     PIC 9(7)      VALUE 0.
           05  WS-SGN-READ-CNT PIC 9(7)      VALUE 0.
           05  WS-SGN-UNUSED-CNT PIC 9(7)    VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  CUR-FS          PIC XX        VALUE '00'.
               88  CUR-FS-OK                 VALUE '00'.
           05  PRV-FS          PIC XX        VALUE '00'.
               88  PRV-FS-OK                 VALUE '00'.
           05  YTD-FS          PIC XX        VALUE '00'.
               88  YTD-FS-OK                 VALUE '00'.
           05  SGN-FS          PIC XX        VALUE '00'.
               88  SGN-FS-OK                 VALUE '00'.
           05  REL-FS          PIC XX        VALUE '00'.
               88  REL-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  WS-CUM-DAYS-TBL PIC X(36)     VALUE
                   '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-R   REDEFINES WS-CUM-DAYS-TBL.
               10  WS-CUM-DAYS PIC 9(3)  OCCURS 12 TIMES.

      **** THE SIX AMOUNTS COMPARED, IN THE ORDER THE EMPLOYEE TABLE
      **** HOLDS THEM, WITH THE EXCEPTION CODE EACH IS LISTED UNDER ***
       01  WS-COMPONENT-AREA.
           05  FILLER         PIC X(16) VALUE 'GRGROSS PAY     '.
           05  FILLER         PIC X(16) VALUE 'NTNET PAY       '.
           05  FILLER         PIC X(16) VALUE 'FTFEDERAL TAX   '.
           05  FILLER         PIC X(16) VALUE 'STSTATE TAX     '.
           05  FILLER         PIC X(16) VALUE 'FIFICA          '.
           05  FILLER         PIC X(16) VALUE 'DDDEDUCTIONS    '.
       01  WS-COMPONENT-R REDEFINES WS-COMPONENT-AREA.
           05  WS-COMPONENT OCCURS 6 TIMES.
             10  CP-CODE         PIC X(2).
             10  CP-DESC         PIC X(14).

      **** ONE ROW PER EMPLOYEE ON THE MASTER OR EITHER REGISTER -
      **** AMOUNTS 1 GROSS, 2 NET, 3 FIT, 4 SIT, 5 FICA, 6 DEDUCTIONS
       01  WS-EMP-AREA.
           05  WS-EMP-TBL OCCURS 3000 TIMES.
             10  EM-EMP-ID       PIC X(7).
             10  EM-NAME         PIC X(16).
             10  EM-CUR-SW       PIC X(1).
             10  EM-PRV-SW       PIC X(1).
             10  EM-YTD-SW       PIC X(1).
             10  EM-YTD-GROSS    PIC 9(9)V99.
             10  EM-CUR-AMT      PIC S9(9)V99 OCCURS 6 TIMES.
             10  EM-PRV-AMT      PIC S9(9)V99 OCCURS 6 TIMES.

      **** THIS CYCLE'S SIGN-OFFS *************************************
       01  WS-SG-AREA.
           05  WS-SG-TBL OCCURS 2000 TIMES.
             10  SG-EMP-ID       PIC X(7).
             10  SG-CODE         PIC X(2).
             10  SG-APPROVER     PIC X(8).
             10  SG-USED-SW      PIC X(1).

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '   PAY REGISTER VARIANCE REVIEW         '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(11) VALUE '  PAY DATE '.
           05 HL-PAY-DATE     PIC 9(8).
           05 FILLER          PIC X(17) VALUE '  PRIOR PAY DATE '.
           05 HL-PRV-PAY-DATE PIC 9(8).
           05 FILLER          PIC X(19) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(11) VALUE 'THRESHOLDS '.
           05 HL-PCT          PIC ZZ9.99.
           05 FILLER          PIC X(11) VALUE ' PCT  OVER '.
           05 HL-MIN-AMT      PIC $$$,$$9.99.
           05 FILLER          PIC X(11) VALUE '  YTD AVG +'.
           05 HL-YTD-PCT      PIC ZZ9.99.
           05 FILLER          PIC X(4)  VALUE ' PCT'.
           05 FILLER          PIC X(21) VALUE SPACES.

       01  DTL-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  NAME             CD EXCEPTION   '.
           05 FILLER          PIC X(40) VALUE
                   '        PRIOR      CURRENT SIGNED       '.

       01  DTL-LINE.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(16).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CODE         PIC X(2).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DESC         PIC X(14).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PRIOR        PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CURR         PIC ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SIGNED       PIC X(8).
           05 FILLER          PIC X(5)  VALUE SPACES.

       01  NONE-LINE.
           05 FILLER          PIC X(40) VALUE
                   '  NO EXCEPTIONS                         '.
           05 FILLER          PIC X(40) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(34).
           05 CTL-COUNT       PIC ZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99- BLANK WHEN ZERO.
           05 FILLER          PIC X(23) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM LOAD-MASTER-RTN
               UNTIL PAYROLL-EOF-SW = 'F'.
           PERFORM LOAD-CURRENT-RTN THRU LOAD-CURRENT-RTN-EXIT
               UNTIL CUR-EOF-SW = 'F'.
           IF WS-CUR-CNT = 0
               DISPLAY 'SU41PVAR - NO CYCLE PAYMENTS ON THE CURRENT '
                       'REGISTER - NOTHING TO RELEASE'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           PERFORM LOAD-PRIOR-RTN THRU LOAD-PRIOR-RTN-EXIT
               UNTIL PRV-EOF-SW = 'F'.
           PERFORM LOAD-YTD-RTN THRU LOAD-YTD-RTN-EXIT
               UNTIL YTD-EOF-SW = 'F'.
           PERFORM LOAD-SIGNOFF-RTN THRU LOAD-SIGNOFF-RTN-EXIT
               UNTIL SGN-EOF-SW = 'F'.
           PERFORM WRITE-HEADINGS-RTN.
           PERFORM REVIEW-EMPLOYEE-RTN THRU REVIEW-EMPLOYEE-RTN-EXIT
               VARYING EMP-SUB FROM 1 BY 1
               UNTIL EMP-SUB > WS-EMP-CNT.
           IF WS-EXCEPT-CNT = 0
               MOVE NONE-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           PERFORM COUNT-UNUSED-RTN
               VARYING SG-SUB FROM 1 BY 1
               UNTIL SG-SUB > WS-SG-CNT.
           PERFORM WRITE-RELEASE-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41PVAR - NO THRESHOLD CARD, STATUS=' CTL-FS
                       ' - DEFAULT THRESHOLDS'
           ELSE
               READ CTL-FILE
                   AT END
                       DISPLAY 'SU41PVAR - THRESHOLD CARD EMPTY, '
                               'DEFAULT THRESHOLDS'
                       MOVE ZEROS TO CTL-REC
               END-READ
               IF CTL-PCT NUMERIC AND CTL-PCT > 0
                   MOVE CTL-PCT TO WS-PCT
               END-IF
               IF CTL-MIN-AMT NUMERIC AND CTL-MIN-AMT > 0
                   MOVE CTL-MIN-AMT TO WS-MIN-AMT
               END-IF
               IF CTL-YTD-PCT NUMERIC AND CTL-YTD-PCT > 0
                   MOVE CTL-YTD-PCT TO WS-YTD-PCT
               END-IF
               CLOSE CTL-FILE
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41PVAR - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUR-FILE.
           IF NOT CUR-FS-OK
               DISPLAY 'SU41PVAR - CUR-FILE OPEN FAILED, STATUS='
                       CUR-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO PRIOR REGISTER IS THE FIRST CYCLE - THERE IS NOTHING TO
      * COMPARE WITH, SO NOBODY IS FLAGGED AS NEW.
           OPEN INPUT PRV-FILE.
           IF NOT PRV-FS-OK
               DISPLAY 'SU41PVAR - NO PRIOR REGISTER, STATUS=' PRV-FS
                       ' - CYCLE-OVER-CYCLE CHECKS SKIPPED'
               MOVE 'F' TO PRV-EOF-SW
           ELSE
               MOVE 'Y' TO PRV-OPEN-SW
               READ PRV-FILE
                   AT END MOVE 'F' TO PRV-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT YTD-FILE.
           IF NOT YTD-FS-OK
               DISPLAY 'SU41PVAR - NO YTD FILE, STATUS=' YTD-FS
                       ' - YTD CHECK SKIPPED'
               MOVE 'F' TO YTD-EOF-SW
           ELSE
               MOVE 'Y' TO YTD-OPEN-SW
               READ YTD-FILE
                   AT END MOVE 'F' TO YTD-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT SGN-FILE.
           IF NOT SGN-FS-OK
               DISPLAY 'SU41PVAR - NO SIGN-OFF FILE, STATUS=' SGN-FS
               MOVE 'F' TO SGN-EOF-SW
           ELSE
               MOVE 'Y' TO SGN-OPEN-SW
               READ SGN-FILE
                   AT END MOVE 'F' TO SGN-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT REL-FILE.
           IF NOT REL-FS-OK
               DISPLAY 'SU41PVAR - REL-FILE OPEN FAILED, STATUS='
                       REL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41PVAR - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PVAR ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
           READ CUR-FILE
               AT END MOVE 'F' TO CUR-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-MASTER-RTN.
           MOVE PR-EMPLOYEE-ID TO WS-FIND-ID.
           PERFORM LOCATE-EMP-RTN.
           MOVE PR-LAST-NAME TO EM-NAME(EMP-HIT-SUB).
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       LOAD-MASTER-RTN-EXIT. EXIT.

       LOAD-CURRENT-RTN.
           IF NOT PRG-CYCLE
               ADD 1 TO WS-OTHER-CNT
               GO TO LOAD-CURRENT-RTN-READ
           END-IF.
           ADD 1 TO WS-CUR-CNT.
           IF PRG-PAY-DATE > WS-PAY-DATE
               MOVE PRG-PAY-DATE TO WS-PAY-DATE
           END-IF.
           MOVE PRG-EMP-ID TO WS-FIND-ID.
           PERFORM LOCATE-EMP-RTN.
           MOVE 'Y' TO EM-CUR-SW(EMP-HIT-SUB).
           ADD PRG-GROSS TO EM-CUR-AMT(EMP-HIT-SUB, 1).
           ADD PRG-NET   TO EM-CUR-AMT(EMP-HIT-SUB, 2).
           ADD PRG-FIT   TO EM-CUR-AMT(EMP-HIT-SUB, 3).
           ADD PRG-SIT   TO EM-CUR-AMT(EMP-HIT-SUB, 4).
           ADD PRG-SS-EE PRG-MED-EE TO EM-CUR-AMT(EMP-HIT-SUB, 5).
           ADD PRG-RET PRG-DED TO EM-CUR-AMT(EMP-HIT-SUB, 6).
           ADD PRG-GROSS TO WS-CUR-GROSS.
           ADD PRG-NET   TO WS-CUR-NET.
       LOAD-CURRENT-RTN-READ.
           READ CUR-FILE
               AT END MOVE 'F' TO CUR-EOF-SW.
       LOAD-CURRENT-RTN-EXIT. EXIT.

       LOAD-PRIOR-RTN.
           IF PV-SOURCE NOT = 'C'
               GO TO LOAD-PRIOR-RTN-READ
           END-IF.
           ADD 1 TO WS-PRV-CNT.
           IF PV-PAY-DATE > WS-PRV-PAY-DATE
               MOVE PV-PAY-DATE TO WS-PRV-PAY-DATE
           END-IF.
           MOVE PV-EMP-ID TO WS-FIND-ID.
           PERFORM LOCATE-EMP-RTN.
           MOVE 'Y' TO EM-PRV-SW(EMP-HIT-SUB).
           ADD PV-GROSS TO EM-PRV-AMT(EMP-HIT-SUB, 1).
           ADD PV-NET   TO EM-PRV-AMT(EMP-HIT-SUB, 2).
           ADD PV-FIT   TO EM-PRV-AMT(EMP-HIT-SUB, 3).
           ADD PV-SIT   TO EM-PRV-AMT(EMP-HIT-SUB, 4).
           ADD PV-SS-EE PV-MED-EE TO EM-PRV-AMT(EMP-HIT-SUB, 5).
           ADD PV-RET PV-DED TO EM-PRV-AMT(EMP-HIT-SUB, 6).
           ADD PV-GROSS TO WS-PRV-GROSS.
           ADD PV-NET   TO WS-PRV-NET.
       LOAD-PRIOR-RTN-READ.
           READ PRV-FILE
               AT END MOVE 'F' TO PRV-EOF-SW.
       LOAD-PRIOR-RTN-EXIT. EXIT.

       LOAD-YTD-RTN.
      * ONLY THIS YEAR'S ACCUMULATORS MEAN ANYTHING AGAINST THIS
      * CYCLE, AND ONLY FOR SOMEBODY BEING PAID IN IT.
           IF YTD-YEAR NOT = WS-PAY-YYYY
               GO TO LOAD-YTD-RTN-READ
           END-IF.
           MOVE YTD-EMP-ID TO WS-FIND-ID.
           PERFORM FIND-EMP-RTN.
           IF EMP-FOUND
               MOVE 'Y'       TO EM-YTD-SW(EMP-HIT-SUB)
               MOVE YTD-GROSS TO EM-YTD-GROSS(EMP-HIT-SUB)
           END-IF.
       LOAD-YTD-RTN-READ.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
       LOAD-YTD-RTN-EXIT. EXIT.

       LOAD-SIGNOFF-RTN.
           ADD 1 TO WS-SGN-READ-CNT.
           IF SGN-PAY-DATE NOT = WS-PAY-DATE
               GO TO LOAD-SIGNOFF-RTN-READ
           END-IF.
           ADD 1 TO WS-SG-CNT.
           IF WS-SG-CNT > WS-SG-MAX
               DISPLAY 'SU41PVAR ABEND - SIGN-OFF TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-SG-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE SGN-EMP-ID   TO SG-EMP-ID(WS-SG-CNT).
           MOVE SGN-CODE     TO SG-CODE(WS-SG-CNT).
           MOVE SGN-APPROVER TO SG-APPROVER(WS-SG-CNT).
           MOVE 'N'          TO SG-USED-SW(WS-SG-CNT).
       LOAD-SIGNOFF-RTN-READ.
           READ SGN-FILE
               AT END MOVE 'F' TO SGN-EOF-SW.
       LOAD-SIGNOFF-RTN-EXIT. EXIT.

       LOCATE-EMP-RTN.
           PERFORM FIND-EMP-RTN.
           IF NOT EMP-FOUND
               ADD 1 TO WS-EMP-CNT
               IF WS-EMP-CNT > WS-EMP-MAX
                   DISPLAY 'SU41PVAR ABEND - EMPLOYEE TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-EMP-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               MOVE WS-EMP-CNT TO EMP-HIT-SUB
               MOVE WS-FIND-ID TO EM-EMP-ID(EMP-HIT-SUB)
               MOVE SPACES     TO EM-NAME(EMP-HIT-SUB)
               MOVE 'N'        TO EM-CUR-SW(EMP-HIT-SUB)
               MOVE 'N'        TO EM-PRV-SW(EMP-HIT-SUB)
               MOVE 'N'        TO EM-YTD-SW(EMP-HIT-SUB)
               MOVE 0          TO EM-YTD-GROSS(EMP-HIT-SUB)
               PERFORM CLEAR-AMOUNTS-RTN
                   VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > 6
           END-IF.
       LOCATE-EMP-RTN-EXIT. EXIT.

       CLEAR-AMOUNTS-RTN.
           MOVE 0 TO EM-CUR-AMT(EMP-HIT-SUB, CMP-SUB).
           MOVE 0 TO EM-PRV-AMT(EMP-HIT-SUB, CMP-SUB).
       CLEAR-AMOUNTS-RTN-EXIT. EXIT.

       FIND-EMP-RTN.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE 0 TO EMP-HIT-SUB.
           PERFORM MATCH-EMP-RTN
               VARYING EMP-SUB FROM 1 BY 1
               UNTIL EMP-SUB > WS-EMP-CNT OR EMP-FOUND.
       FIND-EMP-RTN-EXIT. EXIT.

       MATCH-EMP-RTN.
           IF EM-EMP-ID(EMP-SUB) = WS-FIND-ID
               MOVE 'Y' TO EMP-FOUND-SW
               MOVE EMP-SUB TO EMP-HIT-SUB
           END-IF.
       MATCH-EMP-RTN-EXIT. EXIT.

       WRITE-HEADINGS-RTN.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8   TO HL-RUN-DATE.
           MOVE WS-PAY-DATE     TO HL-PAY-DATE.
           MOVE WS-PRV-PAY-DATE TO HL-PRV-PAY-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-PCT     TO HL-PCT.
           MOVE WS-MIN-AMT TO HL-MIN-AMT.
           MOVE WS-YTD-PCT TO HL-YTD-PCT.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE DTL-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
      * HOW MANY BIWEEKLY CYCLES THE YEAR HAD PAID BEFORE THIS ONE,
      * FOR THE YTD AVERAGE.
           COMPUTE WS-PERIODS = (WS-CUM-DAYS(WS-PAY-MM) + WS-PAY-DD)
               / 14.
       WRITE-HEADINGS-RTN-EXIT. EXIT.

       REVIEW-EMPLOYEE-RTN.
      * ON LAST CYCLE'S REGISTER BUT NOT THIS ONE - SOMEBODY WHO WAS
      * PAID LAST TIME IS NOT BEING PAID NOW.
           IF EM-CUR-SW(EMP-SUB) = 'N'
               IF EM-PRV-SW(EMP-SUB) = 'Y'
                   MOVE 'MS' TO WS-X-CODE
                   MOVE 'MISSING PAYEE ' TO WS-X-DESC
                   MOVE EM-PRV-AMT(EMP-SUB, 1) TO WS-X-PRIOR
                   MOVE 0 TO WS-X-CURR
                   PERFORM ADD-EXCEPTION-RTN THRU ADD-EXCEPTION-RTN-EXIT
               END-IF
               GO TO REVIEW-EMPLOYEE-RTN-EXIT
           END-IF.
           IF EM-PRV-SW(EMP-SUB) = 'N' AND PRV-OPEN
               MOVE 'NW' TO WS-X-CODE
               MOVE 'NEW PAYEE     ' TO WS-X-DESC
               MOVE 0 TO WS-X-PRIOR
               MOVE EM-CUR-AMT(EMP-SUB, 1) TO WS-X-CURR
               PERFORM ADD-EXCEPTION-RTN THRU ADD-EXCEPTION-RTN-EXIT
           END-IF.
           MOVE EM-PRV-AMT(EMP-SUB, 2) TO WS-X-PRIOR.
           MOVE EM-CUR-AMT(EMP-SUB, 2) TO WS-X-CURR.
           IF EM-CUR-AMT(EMP-SUB, 2) = 0
               MOVE 'ZN' TO WS-X-CODE
               MOVE 'ZERO NET      ' TO WS-X-DESC
               PERFORM ADD-EXCEPTION-RTN THRU ADD-EXCEPTION-RTN-EXIT
           END-IF.
           IF EM-CUR-AMT(EMP-SUB, 2) < 0
               MOVE 'NG' TO WS-X-CODE
               MOVE 'NEGATIVE NET  ' TO WS-X-DESC
               PERFORM ADD-EXCEPTION-RTN THRU ADD-EXCEPTION-RTN-EXIT
           END-IF.
           IF EM-PRV-SW(EMP-SUB) = 'Y'
               PERFORM COMPARE-AMOUNT-RTN
                   VARYING CMP-SUB FROM 1 BY 1
                   UNTIL CMP-SUB > 6
           END-IF.
           PERFORM CHECK-YTD-RTN THRU CHECK-YTD-RTN-EXIT.
       REVIEW-EMPLOYEE-RTN-EXIT. EXIT.

       COMPARE-AMOUNT-RTN.
      * BOTH TESTS MUST FAIL - A 30 PERCENT SWING IN A $12 STATE TAX
      * IS NOT WORTH ANYONE'S SIGNATURE, NOR IS $60 ON A $4,000 CHECK.
           COMPUTE WS-DIFF = EM-CUR-AMT(EMP-SUB, CMP-SUB)
               - EM-PRV-AMT(EMP-SUB, CMP-SUB).
           IF WS-DIFF < 0
               COMPUTE WS-DIFF = WS-DIFF * -1
           END-IF.
           IF WS-DIFF > WS-MIN-AMT
               MOVE EM-PRV-AMT(EMP-SUB, CMP-SUB) TO WS-BASE
               IF WS-BASE < 0
                   COMPUTE WS-BASE = WS-BASE * -1
               END-IF
               IF WS-BASE = 0
                   MOVE 999999.99 TO WS-CHG-PCT
               ELSE
                   COMPUTE WS-CHG-PCT ROUNDED = WS-DIFF * 100 / WS-BASE
                       ON SIZE ERROR MOVE 999999.99 TO WS-CHG-PCT
                   END-COMPUTE
               END-IF
               IF WS-CHG-PCT > WS-PCT
                   MOVE CP-CODE(CMP-SUB) TO WS-X-CODE
                   MOVE CP-DESC(CMP-SUB) TO WS-X-DESC
                   MOVE EM-PRV-AMT(EMP-SUB, CMP-SUB) TO WS-X-PRIOR
                   MOVE EM-CUR-AMT(EMP-SUB, CMP-SUB) TO WS-X-CURR
                   PERFORM ADD-EXCEPTION-RTN THRU ADD-EXCEPTION-RTN-EXIT
               END-IF
           END-IF.
       COMPARE-AMOUNT-RTN-EXIT. EXIT.

       CHECK-YTD-RTN.
      * THE CHECK AGAINST THE EMPLOYEE'S OWN YEAR SO FAR CATCHES WHAT
      * THE CYCLE COMPARE CANNOT - A NEW PAYEE, OR A BAD CHECK LAST
      * CYCLE THAT MAKES THIS ONE LOOK NORMAL.
           IF EM-YTD-SW(EMP-SUB) NOT = 'Y' OR WS-PERIODS = 0
                   OR EM-YTD-GROSS(EMP-SUB) = 0
               GO TO CHECK-YTD-RTN-EXIT
           END-IF.
           COMPUTE WS-YTD-AVG ROUNDED =
               EM-YTD-GROSS(EMP-SUB) / WS-PERIODS.
           COMPUTE WS-DIFF = EM-CUR-AMT(EMP-SUB, 1) - WS-YTD-AVG.
           IF WS-DIFF NOT > WS-MIN-AMT OR WS-YTD-AVG = 0
               GO TO CHECK-YTD-RTN-EXIT
           END-IF.
           COMPUTE WS-CHG-PCT ROUNDED = WS-DIFF * 100 / WS-YTD-AVG
               ON SIZE ERROR MOVE 999999.99 TO WS-CHG-PCT
           END-COMPUTE.
           IF WS-CHG-PCT > WS-YTD-PCT
               MOVE 'YT' TO WS-X-CODE
               MOVE 'OVER YTD AVG  ' TO WS-X-DESC
               MOVE WS-YTD-AVG TO WS-X-PRIOR
               MOVE EM-CUR-AMT(EMP-SUB, 1) TO WS-X-CURR
               PERFORM ADD-EXCEPTION-RTN THRU ADD-EXCEPTION-RTN-EXIT
           END-IF.
       CHECK-YTD-RTN-EXIT. EXIT.

       ADD-EXCEPTION-RTN.
           ADD 1 TO WS-EXCEPT-CNT.
           MOVE EM-EMP-ID(EMP-SUB) TO DL-EMP-ID.
           MOVE EM-NAME(EMP-SUB)   TO DL-NAME.
           MOVE WS-X-CODE          TO DL-CODE.
           MOVE WS-X-DESC          TO DL-DESC.
           MOVE WS-X-PRIOR         TO DL-PRIOR.
           MOVE WS-X-CURR          TO DL-CURR.
           MOVE 'N' TO SG-FOUND-SW.
           PERFORM MATCH-SIGNOFF-RTN
               VARYING SG-SUB FROM 1 BY 1
               UNTIL SG-SUB > WS-SG-CNT OR SG-FOUND.
           IF SG-FOUND
               ADD 1 TO WS-SIGNED-CNT
               MOVE 'Y' TO SG-USED-SW(SG-HIT-SUB)
               MOVE SG-APPROVER(SG-HIT-SUB) TO DL-SIGNED
           ELSE
               ADD 1 TO WS-OPEN-CNT
               MOVE '*OPEN*  ' TO DL-SIGNED
           END-IF.
           MOVE DTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       ADD-EXCEPTION-RTN-EXIT. EXIT.

       MATCH-SIGNOFF-RTN.
           IF SG-EMP-ID(SG-SUB) = EM-EMP-ID(EMP-SUB)
                   AND SG-CODE(SG-SUB) = WS-X-CODE
               MOVE 'Y' TO SG-FOUND-SW
               MOVE SG-SUB TO SG-HIT-SUB
           END-IF.
       MATCH-SIGNOFF-RTN-EXIT. EXIT.

       COUNT-UNUSED-RTN.
      * A SIGN-OFF FOR AN EXCEPTION THAT DID NOT COME UP IS A KEYING
      * SLIP OR A RERUN THAT CHANGED THE PICTURE - EITHER WAY WORTH
      * A LOOK.
           IF SG-USED-SW(SG-SUB) = 'N'
               ADD 1 TO WS-SGN-UNUSED-CNT
           END-IF.
       COUNT-UNUSED-RTN-EXIT. EXIT.

       WRITE-RELEASE-RTN.
           MOVE SPACES          TO PAY-RELEASE-RECORD.
           MOVE WS-PAY-DATE     TO REL-PAY-DATE.
           MOVE WS-RUN-DATE-8   TO REL-RUN-DATE.
           IF WS-OPEN-CNT = 0
               MOVE 'R' TO REL-STATUS
           ELSE
               MOVE 'H' TO REL-STATUS
           END-IF.
           MOVE WS-CUR-CNT      TO REL-PAYEE-CNT.
           MOVE WS-EXCEPT-CNT   TO REL-EXCEPT-CNT.
           MOVE WS-OPEN-CNT     TO REL-OPEN-CNT.
           MOVE WS-CUR-GROSS    TO REL-GROSS.
           MOVE WS-CUR-NET      TO REL-NET.
           WRITE PAY-RELEASE-RECORD.
       WRITE-RELEASE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CYCLE PAYMENTS THIS REGISTER      ' TO CTL-LABEL.
           MOVE WS-CUR-CNT TO CTL-COUNT.
           MOVE WS-CUR-GROSS TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE '  NET PAY                         ' TO CTL-LABEL.
           MOVE WS-CUR-CNT TO CTL-COUNT.
           MOVE WS-CUR-NET TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 'CYCLE PAYMENTS PRIOR REGISTER     ' TO CTL-LABEL.
           MOVE WS-PRV-CNT TO CTL-COUNT.
           MOVE WS-PRV-GROSS TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE '  NET PAY                         ' TO CTL-LABEL.
           MOVE WS-PRV-CNT TO CTL-COUNT.
           MOVE WS-PRV-NET TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-RTN.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE 'OFF-CYCLE/VOID RECORDS SKIPPED    ' TO CTL-LABEL.
           MOVE WS-OTHER-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'EXCEPTIONS FLAGGED                ' TO CTL-LABEL.
           MOVE WS-EXCEPT-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  SIGNED OFF                      ' TO CTL-LABEL.
           MOVE WS-SIGNED-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  OPEN - NOT SIGNED OFF           ' TO CTL-LABEL.
           MOVE WS-OPEN-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'SIGN-OFFS READ                    ' TO CTL-LABEL.
           MOVE WS-SGN-READ-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  FOR THIS PAY DATE, NOT MATCHED  ' TO CTL-LABEL.
           MOVE WS-SGN-UNUSED-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           IF WS-OPEN-CNT = 0
               MOVE 'BANK EXTRACTS RELEASED FOR THIS PAY DATE'
                   TO OUT-REC
           ELSE
               MOVE 'BANK EXTRACTS HELD - EXCEPTIONS OPEN    '
                   TO OUT-REC
               MOVE 4 TO RETURN-CODE
           END-IF.
           WRITE OUT-REC.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE CUR-FILE REL-FILE OUT-FILE.
           IF PRV-OPEN
               CLOSE PRV-FILE
           END-IF.
           IF YTD-OPEN
               CLOSE YTD-FILE
           END-IF.
           IF SGN-OPEN
               CLOSE SGN-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
