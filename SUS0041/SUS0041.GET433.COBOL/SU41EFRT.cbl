       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41EFRT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT TERM-FILE     ASSIGN TO TCFILE
                     FILE STATUS IS TERM-FS.
            SELECT CAL-FILE      ASSIGN TO CALFILE
                     FILE STATUS IS CAL-FS.
            SELECT LDH-FILE      ASSIGN TO LHFILE
                     FILE STATUS IS LDH-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT DEPT-FILE     ASSIGN TO DPTFILE
                     FILE STATUS IS DEPT-FS.
            SELECT CERT-FILE     ASSIGN TO ECFILE
                     FILE STATUS IS CERT-FS.
            SELECT STAT-FILE     ASSIGN TO ESFILE
                     FILE STATUS IS STAT-FS.
            SELECT STATO-FILE    ASSIGN TO ESOFILE
                     FILE STATUS IS STATO-FS.
            SELECT FORM-FILE     ASSIGN TO FMFILE
                     FILE STATUS IS FORM-FS.
            SELECT GL-FILE       ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** TERM BEING CERTIFIED, IN CAL-TERM FORM *********************
       FD  TERM-FILE.
           COPY TERMCTL.

      **** ACADEMIC CALENDAR - THE TERM'S START AND END DATES *********
       FD  CAL-FILE.
           COPY CALCTL.

      **** LABOR DISTRIBUTION HISTORY FROM SU41PGM45, EVERY PERIOD ****
       FD  LDH-FILE.
           COPY LDHIST.

       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** VALID DIVISION/DEPARTMENT LIST - SAME LIST SU41PGM45 EDITS
      **** THE DISTRIBUTIONS AGAINST **********************************
       FD  DEPT-FILE.
       01  DEPT-REC.
           05  DEPT-DIVISION   PIC X(10).
           05  DEPT-DEPARTMENT PIC X(10).
           05  FILLER          PIC X(60).

      **** SIGNED CERTIFICATION FORMS AS RETURNED *********************
       FD  CERT-FILE.
           COPY EFFCERT.

      **** EFFORT STATUS - PRIOR STATE IN, UPDATED STATE OUT SO
      **** ESOFILE REPLACES ESFILE AFTER THE RUN **********************
       FD  STAT-FILE.
           COPY EFFSTAT.

       FD  STATO-FILE.
       01  STATO-REC          PIC X(80).

      **** CERTIFICATION FORMS, ONE PER EMPLOYEE STILL TO CERTIFY *****
       FD  FORM-FILE.
       01  FORM-REC           PIC X(80).

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

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

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
      *                                * EFFORT CERTIFICATION, RUN     *
      *                                * AFTER EACH TERM.  ROLLS THE   *
      *                                * TERM'S LABOR DISTRIBUTION     *
      *                                * HISTORY UP BY EMPLOYEE AND    *
      *                                * FUNDING DEPARTMENT FOR EVERY  *
      *                                * SPLIT-FUNDED EMPLOYEE, PRINTS *
      *                                * A CERTIFICATION FORM FOR EACH *
      *                                * ONE NOT YET CERTIFIED, AND    *
      *                                * TRACKS THE SIGNED RETURNS.    *
      *                                * WHEN THE CERTIFIED PERCENTS   *
      *                                * DIFFER FROM WHAT WAS CHARGED, *
      *                                * THE COST TRANSFER IS          *
      *                                * JOURNALED BETWEEN THE         *
      *                                * DEPARTMENTS - ONCE, HOWEVER   *
      *                                * OFTEN THE TERM IS RERUN.      *
      *                                *********************************
       01  WS-WORK-AREA.
           05  CAL-EOF-SW      PIC X         VALUE SPACES.
           05  LDH-EOF-SW      PIC X         VALUE SPACES.
           05  PAYROLL-EOF-SW  PIC X         VALUE SPACES.
           05  DEPT-EOF-SW     PIC X         VALUE SPACES.
           05  CERT-EOF-SW     PIC X         VALUE SPACES.
           05  STAT-EOF-SW     PIC X         VALUE SPACES.
           05  CAL-FOUND-SW    PIC X         VALUE 'N'.
               88  CAL-FOUND                 VALUE 'Y'.
           05  EM-FOUND-SW     PIC X         VALUE 'N'.
               88  EM-FOUND                  VALUE 'Y'.
           05  ER-FOUND-SW     PIC X         VALUE 'N'.
               88  ER-FOUND                  VALUE 'Y'.
           05  DEPT-OK-SW      PIC X         VALUE 'N'.
               88  DEPT-OK                   VALUE 'Y'.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-TERM         PIC X(6)      VALUE SPACES.
           05  WS-TERM-START   PIC 9(8)      VALUE 0.
           05  WS-TERM-END     PIC 9(8)      VALUE 0.
           05  WS-FIND-EMP-ID  PIC X(7)      VALUE SPACES.
           05  WS-FIND-DIV     PIC X(10)     VALUE SPACES.
           05  WS-FIND-DEPT    PIC X(10)     VALUE SPACES.
           05  EM-SUB          PIC 9(4)      VALUE 0.
           05  EM-SRCH-SUB     PIC 9(4)      VALUE 0.
           05  EM-HIT-SUB      PIC 9(4)      VALUE 0.
           05  WS-EM-CNT       PIC 9(4)      VALUE 0.
           05  WS-EM-MAX       PIC 9(4)      VALUE 1000.
           05  ER-SUB          PIC 9(4)      VALUE 0.
           05  ER-SRCH-SUB     PIC 9(4)      VALUE 0.
           05  ER-HIT-SUB      PIC 9(4)      VALUE 0.
           05  WS-ER-CNT       PIC 9(4)      VALUE 0.
           05  WS-ER-MAX       PIC 9(4)      VALUE 5000.
           05  WS-LAST-ROW     PIC 9(4)      VALUE 0.
           05  DEPT-SUB        PIC 9(3)      VALUE 0.
           05  WS-DEPT-CNT     PIC 9(3)      VALUE 0.
           05  WS-PCT-USED     PIC 9(3)V99   VALUE 0.
           05  WS-DIFF-CNT     PIC 9(2)      VALUE 0.
           05  WS-TGT-GROSS    PIC 9(9)V99   VALUE 0.
           05  WS-TGT-BEN      PIC 9(9)V99   VALUE 0.
           05  WS-USED-GROSS   PIC 9(9)V99   VALUE 0.
           05  WS-USED-BEN     PIC 9(9)V99   VALUE 0.
           05  WS-GL-ACCOUNT   PIC X(10)     VALUE SPACES.
           05  WS-GL-AMT       PIC S9(9)V99  VALUE 0.
           05  WS-LDH-CNT      PIC 9(7)      VALUE 0.
           05  WS-LDH-GROSS    PIC 9(11)V99  VALUE 0.
           05  WS-LIST-CNT     PIC 9(7)      VALUE 0.
           05  WS-LIST-GROSS   PIC 9(11)V99  VALUE 0.
           05  WS-UNSIGNED-CNT PIC 9(7)      VALUE 0.
           05  WS-UNSIGNED-AMT PIC 9(11)V99  VALUE 0.
           05  WS-AWAIT-E-CNT  PIC 9(7)      VALUE 0.
           05  WS-AWAIT-E-AMT  PIC 9(11)V99  VALUE 0.
           05  WS-AWAIT-P-CNT  PIC 9(7)      VALUE 0.
           05  WS-AWAIT-P-AMT  PIC 9(11)V99  VALUE 0.
           05  WS-REJ-CNT      PIC 9(7)      VALUE 0.
           05  WS-REJ-AMT      PIC 9(11)V99  VALUE 0.
           05  WS-CERT-CNT     PIC 9(7)      VALUE 0.
           05  WS-CERT-AMT     PIC 9(11)V99  VALUE 0.
           05  WS-XFER-CNT     PIC 9(7)      VALUE 0.
           05  WS-XFER-AMT     PIC 9(11)V99  VALUE 0.
           05  WS-PRIOR-CNT    PIC 9(7)      VALUE 0.
           05  WS-PRIOR-AMT    PIC 9(11)V99  VALUE 0.
           05  WS-FORM-CNT     PIC 9(7)      VALUE 0.
           05  WS-ORPHAN-CNT   PIC 9(7)      VALUE 0.
           05  WS-LINE-CNT     PIC 9(7)      VALUE 0.
           05  WS-GL-DR-CNT    PIC 9(7)      VALUE 0.
           05  WS-GL-DR        PIC 9(11)V99  VALUE 0.
           05  WS-GL-CR-CNT    PIC 9(7)      VALUE 0.
           05  WS-GL-CR        PIC 9(11)V99  VALUE 0.
           05  TERM-FS         PIC XX        VALUE '00'.
               88  TERM-FS-OK                VALUE '00'.
           05  CAL-FS          PIC XX        VALUE '00'.
               88  CAL-FS-OK                 VALUE '00'.
           05  LDH-FS          PIC XX        VALUE '00'.
               88  LDH-FS-OK                 VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  DEPT-FS         PIC XX        VALUE '00'.
               88  DEPT-FS-OK                VALUE '00' '10'.
           05  CERT-FS         PIC XX        VALUE '00'.
               88  CERT-FS-OK                VALUE '00' '10'.
           05  STAT-FS         PIC XX        VALUE '00'.
               88  STAT-FS-OK                VALUE '00' '10'.
           05  STATO-FS        PIC XX        VALUE '00'.
               88  STATO-FS-OK               VALUE '00'.
           05  FORM-FS         PIC XX        VALUE '00'.
               88  FORM-FS-OK                VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** ONE ROW PER EMPLOYEE CHARGED IN THE TERM.  ONLY AN EMPLOYEE
      **** WITH A SPLIT DISTRIBUTION SOMETIME IN THE TERM IS ON THE
      **** EFFORT LIST.  EM-OLD-STATUS IS WHERE THE LAST RUN LEFT THEM.
       01  WS-EM-AREA.
           05  WS-EM-TBL OCCURS 1000 TIMES.
             10  EM-EMP-ID       PIC X(7).
             10  EM-NAME         PIC X(26).
             10  EM-GROSS        PIC 9(9)V99.
             10  EM-BEN          PIC 9(9)V99.
             10  EM-SPLIT-SW     PIC X(1).
                 88  EM-SPLIT                VALUE 'Y'.
             10  EM-CERT-ROWS    PIC 9(3).
             10  EM-EMP-MISS     PIC 9(3).
             10  EM-PI-MISS      PIC 9(3).
             10  EM-BAD-LINE     PIC 9(3).
             10  EM-CERT-SUM     PIC 9(4)V99.
             10  EM-PI-DATE      PIC 9(8).
             10  EM-OLD-STATUS   PIC X(1).
             10  EM-STATUS       PIC X(1).
             10  EM-STATUS-TEXT  PIC X(20).
             10  EM-FORM-DATE    PIC 9(8).
             10  EM-CERT-DATE    PIC 9(8).
             10  EM-XFER-DATE    PIC 9(8).
             10  EM-XFER-AMT     PIC 9(9)V99.

      **** ONE ROW PER EMPLOYEE PER DIVISION/DEPARTMENT - CHARGED IN
      **** THE TERM, CERTIFIED ON THE RETURN, OR BOTH.  ER-EMP-SUB
      **** POINTS BACK AT THE EMPLOYEE ROW *****************************
       01  WS-ER-AREA.
           05  WS-ER-TBL OCCURS 5000 TIMES.
             10  ER-EMP-SUB      PIC 9(4).
             10  ER-DIVISION     PIC X(10).
             10  ER-DEPARTMENT   PIC X(10).
             10  ER-GROSS        PIC 9(9)V99.
             10  ER-BEN          PIC 9(9)V99.
             10  ER-CHG-PCT      PIC 9(3)V99.
             10  ER-CERT-PCT     PIC 9(3)V99.
             10  ER-CERT-SW      PIC X(1).
             10  ER-ADJ-GROSS    PIC S9(9)V99.
             10  ER-ADJ-BEN      PIC S9(9)V99.

      **** VALID DIVISION/DEPARTMENT LIST ******************************
       01  WS-DEPT-AREA VALUE HIGH-VALUES.
           05  WS-DEPT-TBL OCCURS 200 TIMES.
             10  DPT-DIV         PIC X(10).
             10  DPT-DEPT        PIC X(10).

       COPY FPCHKW.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '      EFFORT CERTIFICATION STATUS       '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(8)  VALUE '  TERM  '.
           05 HL-TERM         PIC X(6).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 HL-START        PIC 9(8).
           05 FILLER          PIC X(3)  VALUE ' - '.
           05 HL-END          PIC 9(8).
           05 FILLER          PIC X(28) VALUE SPACES.

       01  SECTION-LINE.
           05 SL-TITLE        PIC X(40).
           05 FILLER          PIC X(40) VALUE SPACES.

       01  STAT-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  LAST NAME          TERM CHARGED '.
           05 FILLER          PIC X(40) VALUE
                   ' STATUS               FORMDATE CERTDATE '.

       01  STAT-LINE.
           05 SD-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 SD-NAME         PIC X(16).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 SD-GROSS        PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SD-STATUS       PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 SD-FORM-DATE    PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 SD-CERT-DATE    PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.

       01  XFER-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  DIVISION   DEPARTMENT   CHG%   C'.
           05 FILLER          PIC X(40) VALUE
                   'ERT%       LABOR ADJ     BENEFIT ADJ    '.

       01  XFER-LINE.
           05 XL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 XL-DIVISION     PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 XL-DEPARTMENT   PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 XL-CHG-PCT      PIC ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XL-CERT-PCT     PIC ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 XL-ADJ-GROSS    PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 XL-ADJ-BEN      PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(3)  VALUE SPACES.

       01  NONE-LINE.
           05 FILLER          PIC X(40) VALUE
                   '  NONE                                  '.
           05 FILLER          PIC X(40) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(34).
           05 CTL-COUNT       PIC ZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CTL-AMOUNT      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(24) VALUE SPACES.

      **** CERTIFICATION FORM ******************************************
       01  FM-TITLE-LINE.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '       EFFORT CERTIFICATION FORM        '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  FM-TERM-LINE.
           05 FILLER          PIC X(5)  VALUE 'TERM '.
           05 FT-TERM         PIC X(6).
           05 FILLER          PIC X(10) VALUE '   PERIOD '.
           05 FT-START        PIC 9(8).
           05 FILLER          PIC X(6)  VALUE ' THRU '.
           05 FT-END          PIC 9(8).
           05 FILLER          PIC X(37) VALUE SPACES.

       01  FM-EMP-LINE.
           05 FILLER          PIC X(9)  VALUE 'EMPLOYEE '.
           05 FE-EMP-ID       PIC X(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FE-NAME         PIC X(26).
           05 FILLER          PIC X(36) VALUE SPACES.

       01  FM-COL-LINE.
           05 FILLER          PIC X(40) VALUE
                   'DIVISION    DEPARTMENT         CHARGED  '.
           05 FILLER          PIC X(40) VALUE
                   '    PCT      CERTIFIED%                 '.

       01  FM-DTL-LINE.
           05 FD-DIVISION     PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FD-DEPARTMENT   PIC X(10).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FD-GROSS        PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 FD-PCT          PIC ZZ9.99.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 FILLER          PIC X(10) VALUE '__________'.
           05 FILLER          PIC X(17) VALUE SPACES.

       01  FM-TOTAL-LINE.
           05 FILLER          PIC X(24) VALUE 'TOTAL'.
           05 FO-GROSS        PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 FILLER          PIC X(6)  VALUE '100.00'.
           05 FILLER          PIC X(33) VALUE SPACES.

       01  FM-CERT-LINE1.
           05 FILLER          PIC X(40) VALUE
                   'I CERTIFY THAT THE PERCENTAGES ABOVE ARE'.
           05 FILLER          PIC X(40) VALUE
                   ' A REASONABLE ESTIMATE OF THE EFFORT    '.

       01  FM-CERT-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'EXPENDED ON EACH ACTIVITY DURING THE TER'.
           05 FILLER          PIC X(40) VALUE
                   'M.                                      '.

       01  FM-SIGN-LINE1.
           05 FILLER          PIC X(40) VALUE
                   'EMPLOYEE SIGNATURE      ________________'.
           05 FILLER          PIC X(40) VALUE
                   '____________  DATE __________           '.

       01  FM-SIGN-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'PRINCIPAL INVESTIGATOR  ________________'.
           05 FILLER          PIC X(40) VALUE
                   '____________  DATE __________           '.

       01  FM-STATUS-LINE.
           05 FILLER          PIC X(15) VALUE 'RETURN STATUS: '.
           05 FS-STATUS       PIC X(20).
           05 FILLER          PIC X(45) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM LOAD-DEPTS-RTN
               UNTIL DEPT-EOF-SW = 'F'.
           PERFORM LOAD-LDH-RTN THRU LOAD-LDH-RTN-EXIT
               UNTIL LDH-EOF-SW = 'F'.
           PERFORM SCAN-MASTER-RTN
               UNTIL PAYROLL-EOF-SW = 'F'.
           PERFORM LOAD-STATUS-RTN THRU LOAD-STATUS-RTN-EXIT
               UNTIL STAT-EOF-SW = 'F'.
           PERFORM LOAD-CERT-RTN THRU LOAD-CERT-RTN-EXIT
               UNTIL CERT-EOF-SW = 'F'.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CERTIFICATION STATUS BY EMPLOYEE        ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE STAT-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM REVIEW-EMPLOYEE-RTN THRU REVIEW-EMPLOYEE-RTN-EXIT
               VARYING EM-SUB FROM 1 BY 1
               UNTIL EM-SUB > WS-EM-CNT.
           IF WS-LIST-CNT = 0
               MOVE NONE-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           PERFORM WRITE-XFER-SECTION-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * NO DEFAULT TERM - CERTIFYING THE WRONG TERM WOULD MOVE THE
      * WRONG MONEY, THE SAME RULE THE TERM-CLOSE RUNS KEEP.
           OPEN INPUT TERM-FILE.
           IF NOT TERM-FS-OK
               DISPLAY 'SU41EFRT ABEND - TERM-FILE OPEN FAILED, '
                       'STATUS=' TERM-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ TERM-FILE
               AT END MOVE SPACES TO TC-TERM
           END-READ.
           CLOSE TERM-FILE.
           IF TC-TERM = SPACES
               DISPLAY 'SU41EFRT ABEND - NO TERM-CLOSE CARD'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE TC-TERM TO WS-TERM.
      * THE MAIN-CAMPUS CALENDAR ROW GIVES THE TERM'S DATES - PAYROLL
      * IS NOT KEPT BY CAMPUS.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FS-OK
               DISPLAY 'SU41EFRT ABEND - CAL-FILE OPEN FAILED, STATUS='
                       CAL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
           PERFORM FIND-TERM-RTN
               UNTIL CAL-EOF-SW = 'F'.
           CLOSE CAL-FILE.
           IF NOT CAL-FOUND
               DISPLAY 'SU41EFRT ABEND - TERM ' WS-TERM
                       ' NOT ON ACADEMIC CALENDAR'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LDH-FILE.
           IF NOT LDH-FS-OK
               DISPLAY 'SU41EFRT - LDH-FILE OPEN FAILED, STATUS='
                       LDH-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41EFRT - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO DEPARTMENT LIST MEANS A RETURN CAN ONLY CERTIFY EFFORT TO
      * A DEPARTMENT THE TERM ACTUALLY CHARGED.
           OPEN INPUT DEPT-FILE.
           IF NOT DEPT-FS-OK
               DISPLAY 'SU41EFRT - NO DEPARTMENT LIST, STATUS='
                       DEPT-FS
               MOVE 'F' TO DEPT-EOF-SW
           ELSE
               READ DEPT-FILE
                   AT END MOVE 'F' TO DEPT-EOF-SW
               END-READ
           END-IF.
      * NO RETURN FILE MEANS NO FORM HAS COME BACK YET.
           OPEN INPUT CERT-FILE.
           IF NOT CERT-FS-OK
               DISPLAY 'SU41EFRT - NO CERTIFICATION RETURNS, STATUS='
                       CERT-FS
               MOVE 'F' TO CERT-EOF-SW
           ELSE
               READ CERT-FILE
                   AT END MOVE 'F' TO CERT-EOF-SW
               END-READ
           END-IF.
      * NO PRIOR STATUS FILE MEANS THE FIRST RUN - NOTHING HAS BEEN
      * CERTIFIED OR TRANSFERRED YET.
           OPEN INPUT STAT-FILE.
           IF NOT STAT-FS-OK
               DISPLAY 'SU41EFRT - NO PRIOR EFFORT STATUS, STATUS='
                       STAT-FS
               MOVE 'F' TO STAT-EOF-SW
           ELSE
               READ STAT-FILE
                   AT END MOVE 'F' TO STAT-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT STATO-FILE.
           IF NOT STATO-FS-OK
               DISPLAY 'SU41EFRT - STATO-FILE OPEN FAILED, STATUS='
                       STATO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FORM-FILE.
           IF NOT FORM-FS-OK
               DISPLAY 'SU41EFRT - FORM-FILE OPEN FAILED, STATUS='
                       FORM-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41EFRT - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41EFRT - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41EFRT ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * A COST TRANSFER POSTS IN THE PERIOD IT IS JOURNALED, SO THE
      * RUN MUST FALL IN AN OPEN FISCAL PERIOD.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41EFRT ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-RUN-DATE-8 NOT > WS-TERM-END
               DISPLAY 'SU41EFRT - TERM ' WS-TERM ' HAS NOT ENDED, '
                       'FORMS SHOW CHARGES TO DATE'
           END-IF.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8  TO HL-RUN-DATE.
           MOVE WS-TERM        TO HL-TERM.
           MOVE WS-TERM-START  TO HL-START.
           MOVE WS-TERM-END    TO HL-END.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ LDH-FILE
               AT END MOVE 'F' TO LDH-EOF-SW.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       FIND-TERM-RTN.
           IF CAL-TERM = WS-TERM AND CAL-CAMPUS = SPACE
               MOVE 'Y' TO CAL-FOUND-SW
               MOVE CAL-START-DATE TO WS-TERM-START
               MOVE CAL-END-DATE   TO WS-TERM-END
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
       FIND-TERM-RTN-EXIT. EXIT.

       LOAD-DEPTS-RTN.
           IF WS-DEPT-CNT < 200
               ADD 1 TO WS-DEPT-CNT
               MOVE DEPT-DIVISION   TO DPT-DIV(WS-DEPT-CNT)
               MOVE DEPT-DEPARTMENT TO DPT-DEPT(WS-DEPT-CNT)
           ELSE
               DISPLAY 'SU41EFRT - DEPARTMENT LIST FULL'
               MOVE 8 TO RETURN-CODE
           END-IF.
           READ DEPT-FILE
               AT END MOVE 'F' TO DEPT-EOF-SW.
       LOAD-DEPTS-RTN-EXIT. EXIT.

       LOAD-LDH-RTN.
      * ONLY PERIODS PAID INSIDE THE TERM'S DATES COUNT TOWARD IT.
           IF LDH-PAY-DATE < WS-TERM-START
                   OR LDH-PAY-DATE > WS-TERM-END
               GO TO LOAD-LDH-RTN-READ
           END-IF.
           ADD 1 TO WS-LDH-CNT.
           ADD LDH-GROSS TO WS-LDH-GROSS.
           MOVE LDH-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM FIND-EMP-RTN.
           IF NOT EM-FOUND
               PERFORM ADD-EMP-RTN
           END-IF.
           ADD LDH-GROSS   TO EM-GROSS(EM-HIT-SUB).
           ADD LDH-BENEFIT TO EM-BEN(EM-HIT-SUB).
           IF LDH-SPLIT
               MOVE 'Y' TO EM-SPLIT-SW(EM-HIT-SUB)
           END-IF.
           MOVE LDH-DIVISION   TO WS-FIND-DIV.
           MOVE LDH-DEPARTMENT TO WS-FIND-DEPT.
           PERFORM FIND-ROW-RTN.
           IF NOT ER-FOUND
               PERFORM ADD-ROW-RTN
           END-IF.
           ADD LDH-GROSS   TO ER-GROSS(ER-HIT-SUB).
           ADD LDH-BENEFIT TO ER-BEN(ER-HIT-SUB).
       LOAD-LDH-RTN-READ.
           READ LDH-FILE
               AT END MOVE 'F' TO LDH-EOF-SW.
       LOAD-LDH-RTN-EXIT. EXIT.

       FIND-EMP-RTN.
           MOVE 'N' TO EM-FOUND-SW.
           MOVE 0 TO EM-HIT-SUB.
           PERFORM MATCH-EMP-RTN
               VARYING EM-SRCH-SUB FROM 1 BY 1
               UNTIL EM-SRCH-SUB > WS-EM-CNT OR EM-FOUND.
       FIND-EMP-RTN-EXIT. EXIT.

       MATCH-EMP-RTN.
           IF EM-EMP-ID(EM-SRCH-SUB) = WS-FIND-EMP-ID
               MOVE 'Y' TO EM-FOUND-SW
               MOVE EM-SRCH-SUB TO EM-HIT-SUB
           END-IF.
       MATCH-EMP-RTN-EXIT. EXIT.

       ADD-EMP-RTN.
           IF WS-EM-CNT NOT < WS-EM-MAX
               DISPLAY 'SU41EFRT ABEND - EMPLOYEE TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-EM-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-EM-CNT.
           MOVE WS-EM-CNT       TO EM-HIT-SUB.
           MOVE WS-FIND-EMP-ID  TO EM-EMP-ID(EM-HIT-SUB).
           MOVE SPACES          TO EM-NAME(EM-HIT-SUB).
           MOVE 0               TO EM-GROSS(EM-HIT-SUB).
           MOVE 0               TO EM-BEN(EM-HIT-SUB).
           MOVE 'N'             TO EM-SPLIT-SW(EM-HIT-SUB).
           MOVE 0               TO EM-CERT-ROWS(EM-HIT-SUB).
           MOVE 0               TO EM-EMP-MISS(EM-HIT-SUB).
           MOVE 0               TO EM-PI-MISS(EM-HIT-SUB).
           MOVE 0               TO EM-BAD-LINE(EM-HIT-SUB).
           MOVE 0               TO EM-CERT-SUM(EM-HIT-SUB).
           MOVE 0               TO EM-PI-DATE(EM-HIT-SUB).
           MOVE 'U'             TO EM-OLD-STATUS(EM-HIT-SUB).
           MOVE 'U'             TO EM-STATUS(EM-HIT-SUB).
           MOVE SPACES          TO EM-STATUS-TEXT(EM-HIT-SUB).
           MOVE 0               TO EM-FORM-DATE(EM-HIT-SUB).
           MOVE 0               TO EM-CERT-DATE(EM-HIT-SUB).
           MOVE 0               TO EM-XFER-DATE(EM-HIT-SUB).
           MOVE 0               TO EM-XFER-AMT(EM-HIT-SUB).
       ADD-EMP-RTN-EXIT. EXIT.

       FIND-ROW-RTN.
           MOVE 'N' TO ER-FOUND-SW.
           MOVE 0 TO ER-HIT-SUB.
           PERFORM MATCH-ROW-RTN
               VARYING ER-SRCH-SUB FROM 1 BY 1
               UNTIL ER-SRCH-SUB > WS-ER-CNT OR ER-FOUND.
       FIND-ROW-RTN-EXIT. EXIT.

       MATCH-ROW-RTN.
           IF ER-EMP-SUB(ER-SRCH-SUB) = EM-HIT-SUB
                   AND ER-DIVISION(ER-SRCH-SUB) = WS-FIND-DIV
                   AND ER-DEPARTMENT(ER-SRCH-SUB) = WS-FIND-DEPT
               MOVE 'Y' TO ER-FOUND-SW
               MOVE ER-SRCH-SUB TO ER-HIT-SUB
           END-IF.
       MATCH-ROW-RTN-EXIT. EXIT.

       ADD-ROW-RTN.
           IF WS-ER-CNT NOT < WS-ER-MAX
               DISPLAY 'SU41EFRT ABEND - DISTRIBUTION TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-ER-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-ER-CNT.
           MOVE WS-ER-CNT       TO ER-HIT-SUB.
           MOVE EM-HIT-SUB      TO ER-EMP-SUB(ER-HIT-SUB).
           MOVE WS-FIND-DIV     TO ER-DIVISION(ER-HIT-SUB).
           MOVE WS-FIND-DEPT    TO ER-DEPARTMENT(ER-HIT-SUB).
           MOVE 0               TO ER-GROSS(ER-HIT-SUB).
           MOVE 0               TO ER-BEN(ER-HIT-SUB).
           MOVE 0               TO ER-CHG-PCT(ER-HIT-SUB).
           MOVE 0               TO ER-CERT-PCT(ER-HIT-SUB).
           MOVE 'N'             TO ER-CERT-SW(ER-HIT-SUB).
           MOVE 0               TO ER-ADJ-GROSS(ER-HIT-SUB).
           MOVE 0               TO ER-ADJ-BEN(ER-HIT-SUB).
       ADD-ROW-RTN-EXIT. EXIT.

       SCAN-MASTER-RTN.
           MOVE PR-EMPLOYEE-ID TO WS-FIND-EMP-ID.
           PERFORM FIND-EMP-RTN.
           IF EM-FOUND
               MOVE PR-LAST-NAME TO EM-NAME(EM-HIT-SUB)
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       SCAN-MASTER-RTN-EXIT. EXIT.

       LOAD-STATUS-RTN.
      * ANOTHER TERM'S RECORD, OR ONE FOR AN EMPLOYEE NO LONGER ON THE
      * LIST, GOES STRAIGHT BACK OUT - NOTHING IS EVER DROPPED.
           IF EFS-TERM NOT = WS-TERM
               GO TO LOAD-STATUS-RTN-PASS
           END-IF.
           MOVE EFS-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM FIND-EMP-RTN.
           IF NOT EM-FOUND
               GO TO LOAD-STATUS-RTN-PASS
           END-IF.
           IF NOT EM-SPLIT(EM-HIT-SUB)
               GO TO LOAD-STATUS-RTN-PASS
           END-IF.
           MOVE EFS-STATUS    TO EM-OLD-STATUS(EM-HIT-SUB).
           MOVE EFS-FORM-DATE TO EM-FORM-DATE(EM-HIT-SUB).
           MOVE EFS-CERT-DATE TO EM-CERT-DATE(EM-HIT-SUB).
           MOVE EFS-XFER-DATE TO EM-XFER-DATE(EM-HIT-SUB).
           MOVE EFS-XFER-AMT  TO EM-XFER-AMT(EM-HIT-SUB).
           GO TO LOAD-STATUS-RTN-READ.
       LOAD-STATUS-RTN-PASS.
           MOVE EFFORT-STATUS-RECORD TO STATO-REC.
           WRITE STATO-REC.
       LOAD-STATUS-RTN-READ.
           READ STAT-FILE
               AT END MOVE 'F' TO STAT-EOF-SW.
       LOAD-STATUS-RTN-EXIT. EXIT.

       LOAD-CERT-RTN.
      * A RETURN LINE FOR ANOTHER TERM IS AN OLD FORM - IGNORED.
           IF EFC-TERM NOT = WS-TERM
               GO TO LOAD-CERT-RTN-READ
           END-IF.
           MOVE EFC-EMP-ID TO WS-FIND-EMP-ID.
           PERFORM FIND-EMP-RTN.
           IF NOT EM-FOUND
               GO TO LOAD-CERT-RTN-ORPHAN
           END-IF.
           IF NOT EM-SPLIT(EM-HIT-SUB)
               GO TO LOAD-CERT-RTN-ORPHAN
           END-IF.
           IF EFC-CERT-PCT NOT NUMERIC
               ADD 1 TO EM-BAD-LINE(EM-HIT-SUB)
               GO TO LOAD-CERT-RTN-READ
           END-IF.
           MOVE EFC-DIVISION   TO WS-FIND-DIV.
           MOVE EFC-DEPARTMENT TO WS-FIND-DEPT.
           PERFORM FIND-ROW-RTN.
      * EFFORT CERTIFIED TO A DEPARTMENT THE TERM NEVER CHARGED MUST
      * NAME ONE ON THE LIST, OR THE TRANSFER WOULD HAVE NOWHERE TO GO.
           IF NOT ER-FOUND
               MOVE 'N' TO DEPT-OK-SW
               PERFORM CHECK-DEPT-RTN
                   VARYING DEPT-SUB FROM 1 BY 1
                   UNTIL DEPT-SUB > WS-DEPT-CNT OR DEPT-OK
               IF NOT DEPT-OK
                   ADD 1 TO EM-BAD-LINE(EM-HIT-SUB)
                   GO TO LOAD-CERT-RTN-READ
               END-IF
               PERFORM ADD-ROW-RTN
           END-IF.
           IF ER-CERT-SW(ER-HIT-SUB) = 'Y'
               ADD 1 TO EM-BAD-LINE(EM-HIT-SUB)
               GO TO LOAD-CERT-RTN-READ
           END-IF.
           MOVE EFC-CERT-PCT TO ER-CERT-PCT(ER-HIT-SUB).
           MOVE 'Y' TO ER-CERT-SW(ER-HIT-SUB).
           ADD EFC-CERT-PCT TO EM-CERT-SUM(EM-HIT-SUB).
           ADD 1 TO EM-CERT-ROWS(EM-HIT-SUB).
           IF EFC-EMP-SIGN-DATE NOT NUMERIC
                   OR EFC-EMP-SIGN-DATE = 0
               ADD 1 TO EM-EMP-MISS(EM-HIT-SUB)
           END-IF.
           IF EFC-PI-SIGN-DATE NOT NUMERIC
                   OR EFC-PI-SIGN-DATE = 0
               ADD 1 TO EM-PI-MISS(EM-HIT-SUB)
           ELSE
               IF EFC-PI-SIGN-DATE > EM-PI-DATE(EM-HIT-SUB)
                   MOVE EFC-PI-SIGN-DATE TO EM-PI-DATE(EM-HIT-SUB)
               END-IF
           END-IF.
           GO TO LOAD-CERT-RTN-READ.
       LOAD-CERT-RTN-ORPHAN.
           DISPLAY 'SU41EFRT - CERTIFICATION FOR ' EFC-EMP-ID
                   ' NOT ON THE EFFORT LIST'.
           ADD 1 TO WS-ORPHAN-CNT.
       LOAD-CERT-RTN-READ.
           READ CERT-FILE
               AT END MOVE 'F' TO CERT-EOF-SW.
       LOAD-CERT-RTN-EXIT. EXIT.

       CHECK-DEPT-RTN.
           IF DPT-DIV(DEPT-SUB) = WS-FIND-DIV
                   AND DPT-DEPT(DEPT-SUB) = WS-FIND-DEPT
               MOVE 'Y' TO DEPT-OK-SW
           END-IF.
       CHECK-DEPT-RTN-EXIT. EXIT.

       REVIEW-EMPLOYEE-RTN.
      * THE CHARGED PERCENTS ARE ALWAYS WORKED OUT FRESH FROM THE
      * TERM'S DOLLARS; THE RETURN DECIDES THE STATUS.  A TRANSFER
      * ALREADY JOURNALED IS FINAL - THE TERM IS CLOSED FOR THAT
      * EMPLOYEE.
           IF NOT EM-SPLIT(EM-SUB)
               GO TO REVIEW-EMPLOYEE-RTN-EXIT
           END-IF.
           ADD 1 TO WS-LIST-CNT.
           ADD EM-GROSS(EM-SUB) TO WS-LIST-GROSS.
           PERFORM CHARGED-PCT-RTN.
           MOVE 0 TO WS-DIFF-CNT.
           PERFORM COMPARE-ROW-RTN
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > WS-ER-CNT.
           EVALUATE TRUE
               WHEN EM-OLD-STATUS(EM-SUB) = 'T'
                   MOVE 'T' TO EM-STATUS(EM-SUB)
                   MOVE 'TRANSFERRED EARLIER'
                       TO EM-STATUS-TEXT(EM-SUB)
                   ADD 1 TO WS-PRIOR-CNT
                   ADD EM-GROSS(EM-SUB) TO WS-PRIOR-AMT
               WHEN EM-CERT-ROWS(EM-SUB) = 0
                       AND EM-BAD-LINE(EM-SUB) = 0
                   MOVE 'U' TO EM-STATUS(EM-SUB)
                   MOVE 'UNSIGNED' TO EM-STATUS-TEXT(EM-SUB)
                   ADD 1 TO WS-UNSIGNED-CNT
                   ADD EM-GROSS(EM-SUB) TO WS-UNSIGNED-AMT
               WHEN EM-BAD-LINE(EM-SUB) > 0
                   MOVE 'R' TO EM-STATUS(EM-SUB)
                   MOVE 'REJECTED - BAD LINE'
                       TO EM-STATUS-TEXT(EM-SUB)
                   ADD 1 TO WS-REJ-CNT
                   ADD EM-GROSS(EM-SUB) TO WS-REJ-AMT
               WHEN EM-EMP-MISS(EM-SUB) > 0
                   MOVE 'E' TO EM-STATUS(EM-SUB)
                   MOVE 'AWAITING EMPLOYEE' TO EM-STATUS-TEXT(EM-SUB)
                   ADD 1 TO WS-AWAIT-E-CNT
                   ADD EM-GROSS(EM-SUB) TO WS-AWAIT-E-AMT
               WHEN EM-PI-MISS(EM-SUB) > 0
                   MOVE 'P' TO EM-STATUS(EM-SUB)
                   MOVE 'AWAITING PI' TO EM-STATUS-TEXT(EM-SUB)
                   ADD 1 TO WS-AWAIT-P-CNT
                   ADD EM-GROSS(EM-SUB) TO WS-AWAIT-P-AMT
               WHEN EM-CERT-SUM(EM-SUB) NOT = 100.00
                   MOVE 'R' TO EM-STATUS(EM-SUB)
                   MOVE 'REJECTED - NOT 100%'
                       TO EM-STATUS-TEXT(EM-SUB)
                   ADD 1 TO WS-REJ-CNT
                   ADD EM-GROSS(EM-SUB) TO WS-REJ-AMT
               WHEN WS-DIFF-CNT = 0
                   MOVE 'C' TO EM-STATUS(EM-SUB)
                   MOVE 'CERTIFIED' TO EM-STATUS-TEXT(EM-SUB)
                   MOVE EM-PI-DATE(EM-SUB) TO EM-CERT-DATE(EM-SUB)
                   ADD 1 TO WS-CERT-CNT
                   ADD EM-GROSS(EM-SUB) TO WS-CERT-AMT
               WHEN OTHER
                   MOVE 'T' TO EM-STATUS(EM-SUB)
                   MOVE 'CERTIFIED-TRANSFER'
                       TO EM-STATUS-TEXT(EM-SUB)
                   MOVE EM-PI-DATE(EM-SUB) TO EM-CERT-DATE(EM-SUB)
                   PERFORM TRANSFER-RTN
                   ADD 1 TO WS-XFER-CNT
                   ADD EM-GROSS(EM-SUB) TO WS-XFER-AMT
           END-EVALUATE.
           IF EM-STATUS(EM-SUB) = 'U' OR 'E' OR 'P' OR 'R'
               PERFORM WRITE-FORM-RTN
           END-IF.
           PERFORM WRITE-STATUS-LINE-RTN.
           PERFORM WRITE-STATUS-OUT-RTN.
       REVIEW-EMPLOYEE-RTN-EXIT. EXIT.

       CHARGED-PCT-RTN.
      * EACH DEPARTMENT'S SHARE OF THE TERM'S GROSS, THE LAST CHARGED
      * DEPARTMENT TAKING THE ROUNDING SO THE FORM ALWAYS TOTALS
      * 100.00 AND A FAITHFUL COPY OF IT CERTIFIES CLEAN.
           MOVE 0 TO WS-LAST-ROW.
           PERFORM FIND-LAST-CHG-RTN
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > WS-ER-CNT.
           MOVE 0 TO WS-PCT-USED.
           PERFORM CHARGED-ROW-RTN THRU CHARGED-ROW-RTN-EXIT
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > WS-ER-CNT.
       CHARGED-PCT-RTN-EXIT. EXIT.

       FIND-LAST-CHG-RTN.
           IF ER-EMP-SUB(ER-SUB) = EM-SUB AND ER-GROSS(ER-SUB) > 0
               MOVE ER-SUB TO WS-LAST-ROW
           END-IF.
       FIND-LAST-CHG-RTN-EXIT. EXIT.

       CHARGED-ROW-RTN.
           IF ER-EMP-SUB(ER-SUB) NOT = EM-SUB
               GO TO CHARGED-ROW-RTN-EXIT
           END-IF.
           IF ER-GROSS(ER-SUB) = 0
               MOVE 0 TO ER-CHG-PCT(ER-SUB)
               GO TO CHARGED-ROW-RTN-EXIT
           END-IF.
           IF ER-SUB = WS-LAST-ROW
               COMPUTE ER-CHG-PCT(ER-SUB) = 100.00 - WS-PCT-USED
           ELSE
               COMPUTE ER-CHG-PCT(ER-SUB) ROUNDED =
                   ER-GROSS(ER-SUB) * 100 / EM-GROSS(EM-SUB)
           END-IF.
           ADD ER-CHG-PCT(ER-SUB) TO WS-PCT-USED.
       CHARGED-ROW-RTN-EXIT. EXIT.

       COMPARE-ROW-RTN.
           IF ER-EMP-SUB(ER-SUB) = EM-SUB
                   AND ER-CERT-PCT(ER-SUB) NOT = ER-CHG-PCT(ER-SUB)
               ADD 1 TO WS-DIFF-CNT
           END-IF.
       COMPARE-ROW-RTN-EXIT. EXIT.

       TRANSFER-RTN.
      * EVERY DEPARTMENT IS RESTATED AT ITS CERTIFIED PERCENT OF THE
      * TERM'S LABOR AND BENEFIT COST, THE LAST CERTIFIED DEPARTMENT
      * TAKING THE ROUNDING, AND THE DIFFERENCE FROM WHAT WAS CHARGED
      * IS JOURNALED - DEBIT WHERE THE EFFORT WAS UNDERCHARGED,
      * CREDIT WHERE IT WAS OVERCHARGED.  THE RESTATED SHARES SUM TO
      * THE SAME TOTAL, SO EACH EMPLOYEE'S TRANSFER NETS TO ZERO.
           MOVE 0 TO WS-LAST-ROW.
           PERFORM FIND-LAST-CERT-RTN
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > WS-ER-CNT.
           MOVE 0 TO WS-USED-GROSS.
           MOVE 0 TO WS-USED-BEN.
           MOVE 0 TO EM-XFER-AMT(EM-SUB).
           MOVE WS-RUN-DATE-8 TO EM-XFER-DATE(EM-SUB).
           PERFORM ADJUST-ROW-RTN THRU ADJUST-ROW-RTN-EXIT
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > WS-ER-CNT.
       TRANSFER-RTN-EXIT. EXIT.

       FIND-LAST-CERT-RTN.
           IF ER-EMP-SUB(ER-SUB) = EM-SUB
                   AND ER-CERT-PCT(ER-SUB) > 0
               MOVE ER-SUB TO WS-LAST-ROW
           END-IF.
       FIND-LAST-CERT-RTN-EXIT. EXIT.

       ADJUST-ROW-RTN.
           IF ER-EMP-SUB(ER-SUB) NOT = EM-SUB
               GO TO ADJUST-ROW-RTN-EXIT
           END-IF.
           IF ER-SUB = WS-LAST-ROW
               COMPUTE WS-TGT-GROSS = EM-GROSS(EM-SUB) - WS-USED-GROSS
               COMPUTE WS-TGT-BEN   = EM-BEN(EM-SUB) - WS-USED-BEN
           ELSE
               COMPUTE WS-TGT-GROSS ROUNDED =
                   EM-GROSS(EM-SUB) * ER-CERT-PCT(ER-SUB) / 100
               COMPUTE WS-TGT-BEN ROUNDED =
                   EM-BEN(EM-SUB) * ER-CERT-PCT(ER-SUB) / 100
           END-IF.
           ADD WS-TGT-GROSS TO WS-USED-GROSS.
           ADD WS-TGT-BEN   TO WS-USED-BEN.
           COMPUTE ER-ADJ-GROSS(ER-SUB) =
               WS-TGT-GROSS - ER-GROSS(ER-SUB).
           COMPUTE ER-ADJ-BEN(ER-SUB) =
               WS-TGT-BEN - ER-BEN(ER-SUB).
           IF ER-ADJ-GROSS(ER-SUB) NOT = 0
               MOVE 'LABOR-EXP '         TO WS-GL-ACCOUNT
               MOVE ER-ADJ-GROSS(ER-SUB) TO WS-GL-AMT
               PERFORM WRITE-GL-RTN
           END-IF.
           IF ER-ADJ-BEN(ER-SUB) NOT = 0
               MOVE 'BENEF-EXP '         TO WS-GL-ACCOUNT
               MOVE ER-ADJ-BEN(ER-SUB)   TO WS-GL-AMT
               PERFORM WRITE-GL-RTN
           END-IF.
       ADJUST-ROW-RTN-EXIT. EXIT.

       WRITE-GL-RTN.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           MOVE WS-GL-ACCOUNT  TO GL-ACCOUNT.
           IF WS-GL-AMT > 0
               MOVE 'DR'       TO GL-DR-CR
               MOVE WS-GL-AMT  TO GL-AMOUNT
               ADD 1 TO WS-GL-DR-CNT
               ADD WS-GL-AMT TO WS-GL-DR
               ADD WS-GL-AMT TO EM-XFER-AMT(EM-SUB)
           ELSE
               MOVE 'CR'       TO GL-DR-CR
               COMPUTE GL-AMOUNT = 0 - WS-GL-AMT
               ADD 1 TO WS-GL-CR-CNT
               ADD GL-AMOUNT TO WS-GL-CR
           END-IF.
           MOVE SPACES         TO GL-DESC.
           STRING 'EFFORT ' ER-DIVISION(ER-SUB) ' '
                  ER-DEPARTMENT(ER-SUB)
                  DELIMITED BY SIZE INTO GL-DESC.
           WRITE GL-REC.
       WRITE-GL-RTN-EXIT. EXIT.

       WRITE-FORM-RTN.
      * ONE FORM PER EMPLOYEE STILL TO CERTIFY - REPRINTED EVERY RUN
      * UNTIL A CLEAN, FULLY SIGNED RETURN COMES BACK.
           MOVE FM-TITLE-LINE TO FORM-REC.
           WRITE FORM-REC.
           MOVE SPACES TO FORM-REC.
           WRITE FORM-REC.
           MOVE WS-TERM       TO FT-TERM.
           MOVE WS-TERM-START TO FT-START.
           MOVE WS-TERM-END   TO FT-END.
           MOVE FM-TERM-LINE TO FORM-REC.
           WRITE FORM-REC.
           MOVE EM-EMP-ID(EM-SUB) TO FE-EMP-ID.
           MOVE EM-NAME(EM-SUB)   TO FE-NAME.
           MOVE FM-EMP-LINE TO FORM-REC.
           WRITE FORM-REC.
           MOVE SPACES TO FORM-REC.
           WRITE FORM-REC.
           MOVE FM-COL-LINE TO FORM-REC.
           WRITE FORM-REC.
           PERFORM WRITE-FORM-DTL-RTN
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > WS-ER-CNT.
           MOVE EM-GROSS(EM-SUB) TO FO-GROSS.
           MOVE FM-TOTAL-LINE TO FORM-REC.
           WRITE FORM-REC.
           MOVE SPACES TO FORM-REC.
           WRITE FORM-REC.
           MOVE FM-CERT-LINE1 TO FORM-REC.
           WRITE FORM-REC.
           MOVE FM-CERT-LINE2 TO FORM-REC.
           WRITE FORM-REC.
           MOVE SPACES TO FORM-REC.
           WRITE FORM-REC.
           MOVE FM-SIGN-LINE1 TO FORM-REC.
           WRITE FORM-REC.
           MOVE SPACES TO FORM-REC.
           WRITE FORM-REC.
           MOVE FM-SIGN-LINE2 TO FORM-REC.
           WRITE FORM-REC.
           IF EM-STATUS(EM-SUB) NOT = 'U'
               MOVE SPACES TO FORM-REC
               WRITE FORM-REC
               MOVE EM-STATUS-TEXT(EM-SUB) TO FS-STATUS
               MOVE FM-STATUS-LINE TO FORM-REC
               WRITE FORM-REC
           END-IF.
           MOVE SPACES TO FORM-REC.
           WRITE FORM-REC.
           IF EM-FORM-DATE(EM-SUB) = 0
               MOVE WS-RUN-DATE-8 TO EM-FORM-DATE(EM-SUB)
           END-IF.
           ADD 1 TO WS-FORM-CNT.
       WRITE-FORM-RTN-EXIT. EXIT.

       WRITE-FORM-DTL-RTN.
           IF ER-EMP-SUB(ER-SUB) = EM-SUB AND ER-GROSS(ER-SUB) > 0
               MOVE ER-DIVISION(ER-SUB)   TO FD-DIVISION
               MOVE ER-DEPARTMENT(ER-SUB) TO FD-DEPARTMENT
               MOVE ER-GROSS(ER-SUB)      TO FD-GROSS
               MOVE ER-CHG-PCT(ER-SUB)    TO FD-PCT
               MOVE FM-DTL-LINE TO FORM-REC
               WRITE FORM-REC
           END-IF.
       WRITE-FORM-DTL-RTN-EXIT. EXIT.

       WRITE-STATUS-LINE-RTN.
           MOVE EM-EMP-ID(EM-SUB)      TO SD-EMP-ID.
           MOVE EM-NAME(EM-SUB)        TO SD-NAME.
           MOVE EM-GROSS(EM-SUB)       TO SD-GROSS.
           MOVE EM-STATUS-TEXT(EM-SUB) TO SD-STATUS.
           IF EM-FORM-DATE(EM-SUB) = 0
               MOVE SPACES TO SD-FORM-DATE
           ELSE
               MOVE EM-FORM-DATE(EM-SUB) TO SD-FORM-DATE
           END-IF.
           IF EM-CERT-DATE(EM-SUB) = 0
               MOVE SPACES TO SD-CERT-DATE
           ELSE
               MOVE EM-CERT-DATE(EM-SUB) TO SD-CERT-DATE
           END-IF.
           MOVE STAT-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-STATUS-LINE-RTN-EXIT. EXIT.

       WRITE-STATUS-OUT-RTN.
           MOVE SPACES                 TO EFFORT-STATUS-RECORD.
           MOVE EM-EMP-ID(EM-SUB)      TO EFS-EMP-ID.
           MOVE WS-TERM                TO EFS-TERM.
           MOVE EM-STATUS(EM-SUB)      TO EFS-STATUS.
           MOVE EM-FORM-DATE(EM-SUB)   TO EFS-FORM-DATE.
           MOVE EM-CERT-DATE(EM-SUB)   TO EFS-CERT-DATE.
           MOVE EM-XFER-DATE(EM-SUB)   TO EFS-XFER-DATE.
           MOVE EM-XFER-AMT(EM-SUB)    TO EFS-XFER-AMT.
           MOVE EM-GROSS(EM-SUB)       TO EFS-GROSS.
           MOVE EFFORT-STATUS-RECORD TO STATO-REC.
           WRITE STATO-REC.
       WRITE-STATUS-OUT-RTN-EXIT. EXIT.

       WRITE-XFER-SECTION-RTN.
      * THE LINES BEHIND THIS RUN'S TRANSFERS, FOR THE GRANTS OFFICE.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'COST TRANSFERS JOURNALED THIS RUN       ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE XFER-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO WS-LINE-CNT.
           PERFORM WRITE-XFER-LINE-RTN THRU WRITE-XFER-LINE-RTN-EXIT
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > WS-ER-CNT.
           IF WS-LINE-CNT = 0
               MOVE NONE-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       WRITE-XFER-SECTION-RTN-EXIT. EXIT.

       WRITE-XFER-LINE-RTN.
           MOVE ER-EMP-SUB(ER-SUB) TO EM-SUB.
           IF EM-STATUS(EM-SUB) NOT = 'T'
                   OR EM-OLD-STATUS(EM-SUB) = 'T'
               GO TO WRITE-XFER-LINE-RTN-EXIT
           END-IF.
           ADD 1 TO WS-LINE-CNT.
           MOVE EM-EMP-ID(EM-SUB)     TO XL-EMP-ID.
           MOVE ER-DIVISION(ER-SUB)   TO XL-DIVISION.
           MOVE ER-DEPARTMENT(ER-SUB) TO XL-DEPARTMENT.
           MOVE ER-CHG-PCT(ER-SUB)    TO XL-CHG-PCT.
           MOVE ER-CERT-PCT(ER-SUB)   TO XL-CERT-PCT.
           MOVE ER-ADJ-GROSS(ER-SUB)  TO XL-ADJ-GROSS.
           MOVE ER-ADJ-BEN(ER-SUB)    TO XL-ADJ-BEN.
           MOVE XFER-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-XFER-LINE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HISTORY RECORDS IN TERM           ' TO CTL-LABEL.
           MOVE WS-LDH-CNT TO CTL-COUNT.
           MOVE WS-LDH-GROSS TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'EMPLOYEES ON EFFORT LIST          ' TO CTL-LABEL.
           MOVE WS-LIST-CNT TO CTL-COUNT.
           MOVE WS-LIST-GROSS TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  UNSIGNED                        ' TO CTL-LABEL.
           MOVE WS-UNSIGNED-CNT TO CTL-COUNT.
           MOVE WS-UNSIGNED-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  AWAITING EMPLOYEE SIGNATURE     ' TO CTL-LABEL.
           MOVE WS-AWAIT-E-CNT TO CTL-COUNT.
           MOVE WS-AWAIT-E-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  AWAITING PI SIGNATURE           ' TO CTL-LABEL.
           MOVE WS-AWAIT-P-CNT TO CTL-COUNT.
           MOVE WS-AWAIT-P-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  RETURN REJECTED                 ' TO CTL-LABEL.
           MOVE WS-REJ-CNT TO CTL-COUNT.
           MOVE WS-REJ-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  CERTIFIED AS CHARGED            ' TO CTL-LABEL.
           MOVE WS-CERT-CNT TO CTL-COUNT.
           MOVE WS-CERT-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  CERTIFIED - TRANSFERRED NOW     ' TO CTL-LABEL.
           MOVE WS-XFER-CNT TO CTL-COUNT.
           MOVE WS-XFER-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE '  TRANSFERRED IN AN EARLIER RUN   ' TO CTL-LABEL.
           MOVE WS-PRIOR-CNT TO CTL-COUNT.
           MOVE WS-PRIOR-AMT TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'FORMS PRINTED                     ' TO CTL-LABEL.
           MOVE WS-FORM-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'RETURNS NOT ON THE EFFORT LIST    ' TO CTL-LABEL.
           MOVE WS-ORPHAN-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TRANSFER DEBITS - UNDERCHARGED    ' TO CTL-LABEL.
           MOVE WS-GL-DR-CNT TO CTL-COUNT.
           MOVE WS-GL-DR TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           MOVE 'TRANSFER CREDITS - OVERCHARGED    ' TO CTL-LABEL.
           MOVE WS-GL-CR-CNT TO CTL-COUNT.
           MOVE WS-GL-CR TO CTL-AMOUNT.
           PERFORM WRITE-CTL-RTN.
           IF WS-GL-DR NOT = WS-GL-CR
               DISPLAY 'SU41EFRT - JOURNAL OUT OF BALANCE, DR='
                       WS-GL-DR ' CR=' WS-GL-CR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJ-CNT > 0 OR WS-ORPHAN-CNT > 0
                   DISPLAY 'SU41EFRT - ' WS-REJ-CNT
                           ' RETURNS REJECTED, ' WS-ORPHAN-CNT
                           ' NOT ON LIST - SEE REPORT'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE LDH-FILE PAYROLL-FILE STATO-FILE FORM-FILE GL-FILE
                 OUT-FILE.
           IF DEPT-FS-OK
               CLOSE DEPT-FILE
           END-IF.
           IF CERT-FS-OK
               CLOSE CERT-FILE
           END-IF.
           IF STAT-FS-OK
               CLOSE STAT-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY FPCHKP.

       COPY BDTP.
