       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41TDEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT PRG-FILE      ASSIGN TO PRGFILE
                     FILE STATUS IS PRG-FS.
            SELECT DEP-FILE      ASSIGN TO TDFILE
                     FILE STATUS IS DEP-FS.
            SELECT DEPO-FILE     ASSIGN TO TDOFILE
                     FILE STATUS IS DEPO-FS.
            SELECT CNF-FILE      ASSIGN TO CNFILE
                     FILE STATUS IS CNF-FS.
            SELECT EFT-FILE      ASSIGN TO EFFILE
                     FILE STATUS IS EFT-FS.
            SELECT CHART-FILE    ASSIGN TO CHFILE
                     FILE STATUS IS CHART-FS.
            SELECT GL-FILE       ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** DEPOSIT SCHEDULE CARD - THE FEDERAL SCHEDULE ('M' MONTHLY,
      **** 'S' SEMIWEEKLY) AS THE LOOKBACK PERIOD SET IT FOR THE YEAR,
      **** THE STATE SCHEDULE ('M', 'S', OR 'D' FOR A FIXED NUMBER OF
      **** DAYS AFTER THE PAY DATE), THE ONE-DAY RULE THRESHOLD, AND
      **** THE IDENTIFIERS THE PAYMENT FILE CARRIES *******************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-FED-SCHED  PIC X(1).
           05  CTL-STATE-SCHED PIC X(1).
           05  CTL-STATE-DAYS PIC 9(2).
           05  CTL-NEXT-DAY-AMT PIC 9(7)V99.
           05  CTL-EIN        PIC X(12).
           05  CTL-STATE-ACCT PIC X(12).
           05  CTL-STATE-FORM PIC X(5).
           05  FILLER         PIC X(38).

      **** PAY REGISTER - EVERY PAYMENT THE PAY CYCLE AND THE
      **** OFF-CYCLE RUN HAVE WRITTEN SINCE THE LAST DEPOSIT RUN ******
       FD  PRG-FILE.
           COPY PAYREG.

      **** TAX DEPOSITS - PRIOR STATE IN, UPDATED STATE OUT SO TDOFILE
      **** REPLACES THE INPUT AS NEXT RUN'S FILE ***********************
       FD  DEP-FILE.
           COPY TAXDEP.

       FD  DEPO-FILE.
       01  DEPO-REC           PIC X(120).

      **** PAYMENT CONFIRMATIONS RETURNED SINCE THE LAST RUN **********
       FD  CNF-FILE.
           COPY TAXCNF.

      **** ELECTRONIC TAX PAYMENTS FOR TRANSMISSION ********************
       FD  EFT-FILE.
           COPY TAXPMT.

       FD  CHART-FILE.
           COPY CHARTCTL.

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
      *                                * PAYROLL TAX DEPOSIT RUN.  THE *
      *                                * PAY REGISTER IS TOTALLED BY   *
      *                                * PAY DATE INTO THE FEDERAL 941 *
      *                                * DEPOSIT (INCOME TAX WITHHELD  *
      *                                * PLUS EMPLOYEE AND EMPLOYER    *
      *                                * SOCIAL SECURITY AND MEDICARE) *
      *                                * AND THE STATE WITHHOLDING     *
      *                                * DEPOSIT.  EACH NEW DEPOSIT IS *
      *                                * GIVEN ITS DUE DATE UNDER THE  *
      *                                * SCHEDULE ON THE CONTROL CARD, *
      *                                * WRITTEN TO THE ELECTRONIC     *
      *                                * PAYMENT FILE, AND CARRIED ON  *
      *                                * THE DEPOSIT FILE UNTIL ITS    *
      *                                * CONFIRMATION COMES BACK.  THE *
      *                                * EMPLOYER SHARE OF FICA IS     *
      *                                * BOOKED WHEN THE DEPOSIT IS    *
      *                                * SCHEDULED; A CONFIRMED        *
      *                                * PAYMENT CLEARS THE WITHHOLDING*
      *                                * LIABILITIES AGAINST CASH.     *
      *                                *********************************
       01  WS-WORK-AREA.
           05  PRG-EOF-SW      PIC X         VALUE SPACES.
           05  DEP-EOF-SW      PIC X         VALUE SPACES.
           05  CNF-EOF-SW      PIC X         VALUE SPACES.
           05  CHART-EOF-SW    PIC X         VALUE SPACES.
           05  DEP-OPEN-SW     PIC X         VALUE 'N'.
               88  DEP-OPEN                  VALUE 'Y'.
           05  CNF-OPEN-SW     PIC X         VALUE 'N'.
               88  CNF-OPEN                  VALUE 'Y'.
           05  CHT-FOUND-SW    PIC X         VALUE 'N'.
               88  CHT-FOUND                 VALUE 'Y'.
           05  DEP-FOUND-SW    PIC X         VALUE 'N'.
               88  DEP-FOUND                 VALUE 'Y'.
           05  PD-FOUND-SW     PIC X         VALUE 'N'.
               88  PD-FOUND                  VALUE 'Y'.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-DATE-8-R REDEFINES WS-RUN-DATE-8.
               10  WS-RUN-YYYY PIC 9(4).
               10  FILLER      PIC 9(4).
           05  WS-KEEP-YYYY    PIC 9(4)      VALUE 0.
           05  WS-FED-SCHED    PIC X(1)      VALUE SPACES.
           05  WS-STATE-SCHED  PIC X(1)      VALUE SPACES.
           05  WS-STATE-DAYS   PIC 9(3)      VALUE 0.
           05  WS-NEXT-DAY-AMT PIC 9(7)V99   VALUE 100000.00.
           05  WS-SCHED        PIC X(1)      VALUE SPACES.
           05  WS-PAY-DATE     PIC 9(8)      VALUE 0.
           05  WS-DUE-DATE     PIC 9(8)      VALUE 0.
           05  WS-FED-AMT      PIC S9(9)V99  VALUE 0.
           05  WS-ER-AMT       PIC S9(9)V99  VALUE 0.
           05  WS-CHK-ACCOUNT  PIC X(10)     VALUE SPACES.
           05  WS-CHK-SIDE     PIC X(2)      VALUE SPACES.
           05  WS-REASON       PIC X(4)      VALUE SPACES.
           05  WS-CHART-CNT    PIC 9(3)      VALUE 0.
           05  WS-CHART-MAX    PIC 9(3)      VALUE 100.
           05  CHT-SUB         PIC 9(3)      VALUE 0.
           05  WS-HIT-SUB      PIC 9(3)      VALUE 0.
           05  WS-GL-ACCOUNT   PIC X(10)     VALUE SPACES.
           05  WS-GL-SIDE      PIC X(2)      VALUE SPACES.
           05  WS-GL-AMOUNT    PIC 9(9)V99   VALUE 0.
           05  WS-GL-DESC      PIC X(30)     VALUE SPACES.
           05  WS-GL-DR        PIC 9(11)V99  VALUE 0.
           05  WS-GL-CR        PIC 9(11)V99  VALUE 0.
           05  WS-GL-CNT       PIC 9(7)      VALUE 0.
           05  DEP-SUB         PIC 9(4)      VALUE 0.
           05  DEP-HIT-SUB     PIC 9(4)      VALUE 0.
           05  WS-DEP-CNT      PIC 9(4)      VALUE 0.
           05  WS-DEP-MAX      PIC 9(4)      VALUE 2000.
           05  PD-SUB          PIC 9(3)      VALUE 0.
           05  PD-HIT-SUB      PIC 9(3)      VALUE 0.
           05  WS-PD-CNT       PIC 9(3)      VALUE 0.
           05  WS-PD-MAX       PIC 9(3)      VALUE 200.
           05  WS-CARRIED-CNT  PIC 9(7)      VALUE 0.
           05  WS-PRG-CNT      PIC 9(7)      VALUE 0.
           05  WS-DONE-CNT     PIC 9(7)      VALUE 0.
           05  WS-ADJ-CNT      PIC 9(7)      VALUE 0.
           05  WS-NEW-CNT      PIC 9(7)      VALUE 0.
           05  WS-NEW-AMT      PIC 9(11)V99  VALUE 0.
           05  WS-NONE-DUE-CNT PIC 9(7)      VALUE 0.
           05  WS-CNF-CNT      PIC 9(7)      VALUE 0.
           05  WS-PAID-CNT     PIC 9(7)      VALUE 0.
           05  WS-PAID-AMT     PIC 9(11)V99  VALUE 0.
           05  WS-LATE-CNT     PIC 9(7)      VALUE 0.
           05  WS-REJECT-CNT   PIC 9(7)      VALUE 0.
           05  WS-NOMATCH-CNT  PIC 9(7)      VALUE 0.
           05  WS-DIFF-CNT     PIC 9(7)      VALUE 0.
           05  WS-UNPAID-CNT   PIC 9(7)      VALUE 0.
           05  WS-UNPAID-AMT   PIC 9(11)V99  VALUE 0.
           05  WS-OVERDUE-CNT  PIC 9(7)      VALUE 0.
           05  WS-PURGE-CNT    PIC 9(7)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  PRG-FS          PIC XX        VALUE '00'.
               88  PRG-FS-OK                 VALUE '00'.
           05  DEP-FS          PIC XX        VALUE '00'.
               88  DEP-FS-OK                 VALUE '00'.
           05  DEPO-FS         PIC XX        VALUE '00'.
               88  DEPO-FS-OK                VALUE '00'.
           05  CNF-FS          PIC XX        VALUE '00'.
               88  CNF-FS-OK                 VALUE '00'.
           05  EFT-FS          PIC XX        VALUE '00'.
               88  EFT-FS-OK                 VALUE '00'.
           05  CHART-FS        PIC XX        VALUE '00'.
               88  CHART-FS-OK               VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** CALENDAR-DAY NUMBERING, AS THE MONTH-END ACCRUAL (SU41ACCR)
      **** DOES IT - A DAY NUMBER'S REMAINDER BY 7 IS ITS WEEKDAY,
      **** 1 MONDAY THROUGH 5 FRIDAY, 6 SATURDAY, 0 SUNDAY ************
       01  WS-DAYNO-AREA.
           05  WS-DN-DATE      PIC 9(8)      VALUE 0.
           05  WS-DN-DATE-R    REDEFINES WS-DN-DATE.
               10  WS-DN-YYYY  PIC 9(4).
               10  WS-DN-MM    PIC 9(2).
               10  WS-DN-DD    PIC 9(2).
           05  WS-DN-PRIOR-YR  PIC 9(4)      VALUE 0.
           05  WS-DN-QUOT      PIC 9(4)      VALUE 0.
           05  WS-DN-REM       PIC 9(4)      VALUE 0.
           05  WS-DN-LEAP-SW   PIC X         VALUE 'N'.
               88  WS-DN-LEAP                VALUE 'Y'.
           05  WS-DAY-NUMBER   PIC 9(7)      VALUE 0.
           05  WS-DOW-QUOT     PIC 9(7)      VALUE 0.
           05  WS-DOW          PIC 9(1)      VALUE 0.
           05  WS-CUM-DAYS-TBL PIC X(36)     VALUE
                   '000031059090120151181212243273304334'.
           05  WS-CUM-DAYS-R   REDEFINES WS-CUM-DAYS-TBL.
               10  WS-CUM-DAYS PIC 9(3)  OCCURS 12 TIMES.

      **** DATE STEPPING, AS THE COBRA NOTICE RUN (SU41COBR) DOES IT **
       01  WS-DATE-AREA.
           05  WS-DT-DATE      PIC 9(8)      VALUE 0.
           05  WS-DT-DATE-R    REDEFINES WS-DT-DATE.
               10  WS-DT-YYYY  PIC 9(4).
               10  WS-DT-MM    PIC 9(2).
               10  WS-DT-DD    PIC 9(2).
           05  WS-DT-LIMIT     PIC 9(2)      VALUE 0.
           05  WS-DT-QUOT      PIC 9(4)      VALUE 0.
           05  WS-DT-REM       PIC 9(4)      VALUE 0.
           05  WS-ADD-DAYS     PIC 9(3)      VALUE 0.
           05  WS-MON-DAYS-TBL PIC X(24)     VALUE
                   '312831303130313130313031'.
           05  WS-MON-DAYS-R   REDEFINES WS-MON-DAYS-TBL.
               10  WS-MON-DAYS PIC 9(2)  OCCURS 12 TIMES.
           05  WS-QTR-END-MM   PIC 9(2)      VALUE 0.

      **** THE CHART, LOADED ONCE AT JOB START - THE SAME TABLE
      **** SU41GLVD BUILDS *********************************************
       01  WS-CHART-AREA VALUE SPACES.
           05  WS-CHART-TBL OCCURS 100 TIMES.
             10  CT-ACCOUNT      PIC X(10).
             10  CT-STATUS       PIC X(1).
             10  CT-DR-ALLOWED   PIC X(1).
             10  CT-CR-ALLOWED   PIC X(1).

      **** EVERY DEPOSIT ON FILE PLUS THOSE SCHEDULED THIS RUN ********
       01  WS-DEP-AREA.
           05  WS-DEP-TBL OCCURS 2000 TIMES.
             10  DT-TAX-TYPE     PIC X(1).
             10  DT-PAY-DATE     PIC 9(8).
             10  DT-DUE-DATE     PIC 9(8).
             10  DT-SCHEDULE     PIC X(1).
             10  DT-WITHHELD     PIC 9(9)V99.
             10  DT-SS-TAX       PIC 9(9)V99.
             10  DT-MED-TAX      PIC 9(9)V99.
             10  DT-ER-TAX       PIC 9(9)V99.
             10  DT-AMOUNT       PIC 9(9)V99.
             10  DT-SENT-DATE    PIC 9(8).
             10  DT-PAID-DATE    PIC 9(8).
             10  DT-PAID-AMT     PIC 9(9)V99.
             10  DT-CONF-NO      PIC X(15).
             10  DT-STATUS       PIC X(1).

      **** THIS RUN'S NEW PAY DATES, TOTALLED FROM THE REGISTER *******
       01  WS-PD-AREA.
           05  WS-PD-TBL OCCURS 200 TIMES.
             10  PT-PAY-DATE     PIC 9(8).
             10  PT-FIT          PIC S9(9)V99.
             10  PT-SIT          PIC S9(9)V99.
             10  PT-SS           PIC S9(9)V99.
             10  PT-MED          PIC S9(9)V99.
             10  PT-ER           PIC S9(9)V99.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'PAYROLL TAX DEPOSITS                    '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(15) VALUE '  FED SCHEDULE '.
           05 HL-FED-SCHED    PIC X(1).
           05 FILLER          PIC X(17) VALUE '  STATE SCHEDULE '.
           05 HL-STATE-SCHED  PIC X(1).
           05 FILLER          PIC X(29) VALUE SPACES.

       01  SECTION-LINE.
           05 SL-TITLE        PIC X(40).
           05 FILLER          PIC X(40) VALUE SPACES.

       01  DEP-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'TYPE  PAY DATE DUE DATE S         AMOUNT'.
           05 FILLER          PIC X(40) VALUE
                   ' PAID ON  STATUS   CONFIRMATION         '.

       01  DEP-LINE.
           05 DL-TYPE         PIC X(5).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PAY-DATE     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-DUE-DATE     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SCHED        PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-AMOUNT       PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PAID-DATE    PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-STATUS       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CONF         PIC X(15).
           05 FILLER          PIC X(6)  VALUE SPACES.

       01  ADJ-HDG-LINE.
           05 FILLER          PIC X(40) VALUE
                   'EMP ID  PAY DATE RUN DATE   CHECK NO    '.
           05 FILLER          PIC X(40) VALUE
                   '  FEDERAL TAX     STATE TAX             '.

       01  ADJ-LINE.
           05 AL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-PAY-DATE     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-CHECK-NO     PIC 9(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-FED-AMT      PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-SIT-AMT      PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(12) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(34).
           05 CTL-COUNT       PIC ZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(24) VALUE SPACES.

       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM GET-CONTROL-RTN THRU GET-CONTROL-RTN-EXIT.
           PERFORM VALIDATE-CODING-RTN THRU VALIDATE-CODING-RTN-EXIT.
           PERFORM LOAD-DEPOSITS-RTN
               UNTIL DEP-EOF-SW = 'F'.
           MOVE 'REGISTER ACTIVITY AFTER ITS DEPOSIT     ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE ADJ-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM READ-REGISTER-RTN THRU READ-REGISTER-RTN-EXIT
               UNTIL PRG-EOF-SW = 'F'.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DEPOSITS SCHEDULED THIS RUN             ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE DEP-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM SCHEDULE-PAY-DATE-RTN
               VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > WS-PD-CNT.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CONFIRMATIONS RECEIVED                  ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE DEP-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM APPLY-CONFIRM-RTN THRU APPLY-CONFIRM-RTN-EXIT
               UNTIL CNF-EOF-SW = 'F'.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DEPOSIT STATUS                          ' TO SL-TITLE.
           MOVE SECTION-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE DEP-HDG-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM REVIEW-DEPOSIT-RTN THRU REVIEW-DEPOSIT-RTN-EXIT
               VARYING DEP-SUB FROM 1 BY 1
               UNTIL DEP-SUB > WS-DEP-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41TDEP ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
           OPEN INPUT PRG-FILE.
           IF NOT PRG-FS-OK
               DISPLAY 'SU41TDEP - PRG-FILE OPEN FAILED, STATUS='
                       PRG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO DEPOSIT FILE IS THE FIRST RUN - EVERY PAY DATE IS NEW.
           OPEN INPUT DEP-FILE.
           IF NOT DEP-FS-OK
               DISPLAY 'SU41TDEP - NO DEPOSIT FILE, STATUS=' DEP-FS
                       ' - STARTING EMPTY'
               MOVE 'F' TO DEP-EOF-SW
           ELSE
               MOVE 'Y' TO DEP-OPEN-SW
               READ DEP-FILE
                   AT END MOVE 'F' TO DEP-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT CNF-FILE.
           IF NOT CNF-FS-OK
               DISPLAY 'SU41TDEP - NO CONFIRMATIONS, STATUS=' CNF-FS
               MOVE 'F' TO CNF-EOF-SW
           ELSE
               MOVE 'Y' TO CNF-OPEN-SW
               READ CNF-FILE
                   AT END MOVE 'F' TO CNF-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT DEPO-FILE.
           IF NOT DEPO-FS-OK
               DISPLAY 'SU41TDEP - DEPO-FILE OPEN FAILED, STATUS='
                       DEPO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EFT-FILE.
           IF NOT EFT-FS-OK
               DISPLAY 'SU41TDEP - EFT-FILE OPEN FAILED, STATUS='
                       EFT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41TDEP - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41TDEP - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PRG-FILE
               AT END MOVE 'F' TO PRG-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
      * THE SCHEDULE IS A YEARLY DETERMINATION, NOT SOMETHING TO
      * DEFAULT - NO CARD, OR A SCHEDULE CODE NOT RECOGNIZED, STOPS
      * THE RUN BEFORE A DUE DATE IS GUESSED.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41TDEP - CTL-FILE OPEN FAILED, STATUS='
                       CTL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CTL-FILE
               AT END MOVE SPACES TO CTL-REC
           END-READ.
           CLOSE CTL-FILE.
           MOVE CTL-FED-SCHED   TO WS-FED-SCHED.
           MOVE CTL-STATE-SCHED TO WS-STATE-SCHED.
           IF WS-STATE-SCHED = SPACE
               MOVE WS-FED-SCHED TO WS-STATE-SCHED
           END-IF.
           IF (WS-FED-SCHED NOT = 'M' AND WS-FED-SCHED NOT = 'S')
                   OR (WS-STATE-SCHED NOT = 'M'
                       AND WS-STATE-SCHED NOT = 'S'
                       AND WS-STATE-SCHED NOT = 'D')
               DISPLAY 'SU41TDEP ABEND - DEPOSIT SCHEDULE CARD INVALID'
                       ' FED=' WS-FED-SCHED ' STATE=' WS-STATE-SCHED
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           IF CTL-STATE-DAYS IS NUMERIC
               MOVE CTL-STATE-DAYS TO WS-STATE-DAYS
           END-IF.
           IF WS-STATE-SCHED = 'D' AND WS-STATE-DAYS = 0
               DISPLAY 'SU41TDEP ABEND - STATE SCHEDULE D NEEDS DAYS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           IF CTL-NEXT-DAY-AMT IS NUMERIC AND CTL-NEXT-DAY-AMT > 0
               MOVE CTL-NEXT-DAY-AMT TO WS-NEXT-DAY-AMT
           END-IF.
           IF CTL-STATE-FORM = SPACES
               MOVE 'STATE' TO CTL-STATE-FORM
           END-IF.
      * PAID DEPOSITS ARE KEPT FOR THE CURRENT AND PRIOR YEAR.
           COMPUTE WS-KEEP-YYYY = WS-RUN-YYYY - 1.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8  TO HL-RUN-DATE.
           MOVE WS-FED-SCHED   TO HL-FED-SCHED.
           MOVE WS-STATE-SCHED TO HL-STATE-SCHED.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       GET-CONTROL-RTN-EXIT. EXIT.

       VALIDATE-CODING-RTN.
      * EVERY LEG THIS RUN CAN POST IS PROVED AGAINST THE CHART UP
      * FRONT, BY SU41GLVD'S RULES, AND THE RUN DATE MUST FALL IN AN
      * OPEN FISCAL PERIOD - NOTHING IS TRANSMITTED THAT CANNOT BE
      * BOOKED.
           OPEN INPUT CHART-FILE.
           IF NOT CHART-FS-OK
               DISPLAY 'SU41TDEP - CHART-FILE OPEN FAILED, STATUS='
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
               DISPLAY 'SU41TDEP ABEND - CHART-OF-ACCOUNTS EMPTY'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE 'PAYTAX-EXP' TO WS-CHK-ACCOUNT.
           MOVE 'DR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'FICA-WHLD ' TO WS-CHK-ACCOUNT.
           MOVE 'CR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'DR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'FIT-WHLD  ' TO WS-CHK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'SIT-WHLD  ' TO WS-CHK-ACCOUNT.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE 'CASH-OPER ' TO WS-CHK-ACCOUNT.
           MOVE 'CR'         TO WS-CHK-SIDE.
           PERFORM CHECK-ACCOUNT-RTN.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41TDEP ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       VALIDATE-CODING-RTN-EXIT. EXIT.

       LOAD-CHART-RTN.
           ADD 1 TO WS-CHART-CNT.
           IF WS-CHART-CNT > WS-CHART-MAX
               DISPLAY 'SU41TDEP ABEND - CHART TABLE OVERFLOW'
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
               DISPLAY 'SU41TDEP ABEND - GL ACCOUNT ' WS-CHK-ACCOUNT
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

       LOAD-DEPOSITS-RTN.
           IF WS-DEP-CNT NOT < WS-DEP-MAX
               DISPLAY 'SU41TDEP ABEND - DEPOSIT TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-DEP-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-DEP-CNT.
           ADD 1 TO WS-CARRIED-CNT.
           MOVE TDP-TAX-TYPE  TO DT-TAX-TYPE(WS-DEP-CNT).
           MOVE TDP-PAY-DATE  TO DT-PAY-DATE(WS-DEP-CNT).
           MOVE TDP-DUE-DATE  TO DT-DUE-DATE(WS-DEP-CNT).
           MOVE TDP-SCHEDULE  TO DT-SCHEDULE(WS-DEP-CNT).
           MOVE TDP-WITHHELD  TO DT-WITHHELD(WS-DEP-CNT).
           MOVE TDP-SS-TAX    TO DT-SS-TAX(WS-DEP-CNT).
           MOVE TDP-MED-TAX   TO DT-MED-TAX(WS-DEP-CNT).
           MOVE TDP-ER-TAX    TO DT-ER-TAX(WS-DEP-CNT).
           MOVE TDP-AMOUNT    TO DT-AMOUNT(WS-DEP-CNT).
           MOVE TDP-SENT-DATE TO DT-SENT-DATE(WS-DEP-CNT).
           MOVE TDP-PAID-DATE TO DT-PAID-DATE(WS-DEP-CNT).
           MOVE TDP-PAID-AMT  TO DT-PAID-AMT(WS-DEP-CNT).
           MOVE TDP-CONF-NO   TO DT-CONF-NO(WS-DEP-CNT).
           MOVE TDP-STATUS    TO DT-STATUS(WS-DEP-CNT).
           READ DEP-FILE
               AT END MOVE 'F' TO DEP-EOF-SW.
       LOAD-DEPOSITS-RTN-EXIT. EXIT.

       READ-REGISTER-RTN.
      * A PAY DATE ALREADY ON THE DEPOSIT FILE HAS BEEN DEPOSITED.  A
      * REGISTER RECORD FOR IT WRITTEN AFTER THE DEPOSIT WENT OUT - A
      * VOID OR AN OFF-CYCLE CHECK DATED THAT DAY - IS NOT IN THE
      * DEPOSIT AND IS LISTED FOR A MANUAL ADJUSTMENT; ANYTHING ELSE
      * IS THE SAME REGISTER READ AGAIN.
           ADD 1 TO WS-PRG-CNT.
           COMPUTE WS-FED-AMT = PRG-FIT + PRG-SS-EE + PRG-MED-EE
               + PRG-SS-ER + PRG-MED-ER.
           MOVE 'N' TO DEP-FOUND-SW.
           MOVE 'F' TO DL-TYPE.
           MOVE PRG-PAY-DATE TO WS-PAY-DATE.
           PERFORM FIND-DEPOSIT-RTN.
           IF NOT DEP-FOUND
               MOVE 'S' TO DL-TYPE
               PERFORM FIND-DEPOSIT-RTN
           END-IF.
           IF DEP-FOUND
               IF PRG-RUN-DATE > DT-SENT-DATE(DEP-HIT-SUB)
                   ADD 1 TO WS-ADJ-CNT
                   MOVE PRG-EMP-ID   TO AL-EMP-ID
                   MOVE PRG-PAY-DATE TO AL-PAY-DATE
                   MOVE PRG-RUN-DATE TO AL-RUN-DATE
                   MOVE PRG-CHECK-NO TO AL-CHECK-NO
                   MOVE WS-FED-AMT   TO AL-FED-AMT
                   MOVE PRG-SIT      TO AL-SIT-AMT
                   MOVE ADJ-LINE TO OUT-REC
                   WRITE OUT-REC
               ELSE
                   ADD 1 TO WS-DONE-CNT
               END-IF
               GO TO READ-REGISTER-NEXT-RTN
           END-IF.
           MOVE 'N' TO PD-FOUND-SW.
           PERFORM MATCH-PAY-DATE-RTN
               VARYING PD-SUB FROM 1 BY 1
               UNTIL PD-SUB > WS-PD-CNT OR PD-FOUND.
           IF NOT PD-FOUND
               IF WS-PD-CNT NOT < WS-PD-MAX
                   DISPLAY 'SU41TDEP ABEND - PAY DATE TABLE OVERFLOW'
                   DISPLAY 'TABLE CAPACITY IS ' WS-PD-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-PD-CNT
               MOVE WS-PD-CNT TO PD-HIT-SUB
               MOVE PRG-PAY-DATE TO PT-PAY-DATE(PD-HIT-SUB)
               MOVE 0 TO PT-FIT(PD-HIT-SUB)
               MOVE 0 TO PT-SIT(PD-HIT-SUB)
               MOVE 0 TO PT-SS(PD-HIT-SUB)
               MOVE 0 TO PT-MED(PD-HIT-SUB)
               MOVE 0 TO PT-ER(PD-HIT-SUB)
           END-IF.
           ADD PRG-FIT TO PT-FIT(PD-HIT-SUB).
           ADD PRG-SIT TO PT-SIT(PD-HIT-SUB).
           COMPUTE PT-SS(PD-HIT-SUB) = PT-SS(PD-HIT-SUB)
               + PRG-SS-EE + PRG-SS-ER.
           COMPUTE PT-MED(PD-HIT-SUB) = PT-MED(PD-HIT-SUB)
               + PRG-MED-EE + PRG-MED-ER.
           COMPUTE PT-ER(PD-HIT-SUB) = PT-ER(PD-HIT-SUB)
               + PRG-SS-ER + PRG-MED-ER.
       READ-REGISTER-NEXT-RTN.
           READ PRG-FILE
               AT END MOVE 'F' TO PRG-EOF-SW.
       READ-REGISTER-RTN-EXIT. EXIT.

       FIND-DEPOSIT-RTN.
      * CALLER SETS DL-TYPE TO THE TAX TYPE AND WS-PAY-DATE.
           PERFORM MATCH-DEPOSIT-RTN
               VARYING DEP-SUB FROM 1 BY 1
               UNTIL DEP-SUB > WS-DEP-CNT OR DEP-FOUND.
       FIND-DEPOSIT-RTN-EXIT. EXIT.

       MATCH-DEPOSIT-RTN.
           IF DT-TAX-TYPE(DEP-SUB) = DL-TYPE
                   AND DT-PAY-DATE(DEP-SUB) = WS-PAY-DATE
               MOVE 'Y' TO DEP-FOUND-SW
               MOVE DEP-SUB TO DEP-HIT-SUB
           END-IF.
       MATCH-DEPOSIT-RTN-EXIT. EXIT.

       MATCH-PAY-DATE-RTN.
           IF PT-PAY-DATE(PD-SUB) = PRG-PAY-DATE
               MOVE 'Y' TO PD-FOUND-SW
               MOVE PD-SUB TO PD-HIT-SUB
           END-IF.
       MATCH-PAY-DATE-RTN-EXIT. EXIT.

       SCHEDULE-PAY-DATE-RTN.
      * THE 941 DEPOSIT - A DAY'S LIABILITY AT OR OVER THE ONE-DAY
      * THRESHOLD IS DUE THE NEXT BUSINESS DAY WHATEVER THE SCHEDULE.
      * A PAY DATE THAT NETS TO NOTHING OWED SCHEDULES NO DEPOSIT.
           MOVE PT-PAY-DATE(PD-SUB) TO WS-PAY-DATE.
           COMPUTE WS-FED-AMT = PT-FIT(PD-SUB) + PT-SS(PD-SUB)
               + PT-MED(PD-SUB).
           IF WS-FED-AMT > 0
               IF WS-FED-AMT NOT < WS-NEXT-DAY-AMT
                   MOVE 'N' TO WS-SCHED
               ELSE
                   MOVE WS-FED-SCHED TO WS-SCHED
               END-IF
               PERFORM DUE-DATE-RTN
               PERFORM ADD-DEPOSIT-RTN
               MOVE 'F'             TO DT-TAX-TYPE(WS-DEP-CNT)
               MOVE PT-FIT(PD-SUB)  TO DT-WITHHELD(WS-DEP-CNT)
               MOVE PT-SS(PD-SUB)   TO DT-SS-TAX(WS-DEP-CNT)
               MOVE PT-MED(PD-SUB)  TO DT-MED-TAX(WS-DEP-CNT)
               MOVE PT-ER(PD-SUB)   TO DT-ER-TAX(WS-DEP-CNT)
               MOVE WS-FED-AMT      TO DT-AMOUNT(WS-DEP-CNT)
               MOVE WS-DEP-CNT TO DEP-SUB
               PERFORM SEND-DEPOSIT-RTN
           ELSE
               ADD 1 TO WS-NONE-DUE-CNT
           END-IF.
           IF PT-SIT(PD-SUB) > 0
               MOVE WS-STATE-SCHED TO WS-SCHED
               PERFORM DUE-DATE-RTN
               PERFORM ADD-DEPOSIT-RTN
               MOVE 'S'             TO DT-TAX-TYPE(WS-DEP-CNT)
               MOVE PT-SIT(PD-SUB)  TO DT-WITHHELD(WS-DEP-CNT)
               MOVE PT-SIT(PD-SUB)  TO DT-AMOUNT(WS-DEP-CNT)
               MOVE WS-DEP-CNT TO DEP-SUB
               PERFORM SEND-DEPOSIT-RTN
           ELSE
               ADD 1 TO WS-NONE-DUE-CNT
           END-IF.
       SCHEDULE-PAY-DATE-RTN-EXIT. EXIT.

       ADD-DEPOSIT-RTN.
           IF WS-DEP-CNT NOT < WS-DEP-MAX
               DISPLAY 'SU41TDEP ABEND - DEPOSIT TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-DEP-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-DEP-CNT.
           MOVE WS-PAY-DATE   TO DT-PAY-DATE(WS-DEP-CNT).
           MOVE WS-DUE-DATE   TO DT-DUE-DATE(WS-DEP-CNT).
           MOVE WS-SCHED      TO DT-SCHEDULE(WS-DEP-CNT).
           MOVE 0             TO DT-WITHHELD(WS-DEP-CNT).
           MOVE 0             TO DT-SS-TAX(WS-DEP-CNT).
           MOVE 0             TO DT-MED-TAX(WS-DEP-CNT).
           MOVE 0             TO DT-ER-TAX(WS-DEP-CNT).
           MOVE WS-RUN-DATE-8 TO DT-SENT-DATE(WS-DEP-CNT).
           MOVE 0             TO DT-PAID-DATE(WS-DEP-CNT).
           MOVE 0             TO DT-PAID-AMT(WS-DEP-CNT).
           MOVE SPACES        TO DT-CONF-NO(WS-DEP-CNT).
           MOVE 'U'           TO DT-STATUS(WS-DEP-CNT).
       ADD-DEPOSIT-RTN-EXIT. EXIT.

       SEND-DEPOSIT-RTN.
      * ONE PAYMENT RECORD PER DEPOSIT, SETTLING ON THE DUE DATE.  THE
      * EMPLOYER'S SHARE OF FICA IS BOOKED NOW, WHEN THE LIABILITY IS
      * FIXED - THE PAY CYCLE CHARGES ONLY WHAT IT WITHHELD.
           MOVE SPACES TO TAX-PAYMENT-RECORD.
           MOVE DT-TAX-TYPE(DEP-SUB) TO TXP-TAX-TYPE.
           IF DT-TAX-TYPE(DEP-SUB) = 'F'
               MOVE '94105'         TO TXP-TAX-FORM
               MOVE CTL-EIN         TO TXP-TAXPAYER-ID
               MOVE DT-SS-TAX(DEP-SUB)  TO TXP-SS-AMT
               MOVE DT-MED-TAX(DEP-SUB) TO TXP-MED-AMT
           ELSE
               MOVE CTL-STATE-FORM  TO TXP-TAX-FORM
               MOVE CTL-STATE-ACCT  TO TXP-TAXPAYER-ID
               MOVE 0               TO TXP-SS-AMT
               MOVE 0               TO TXP-MED-AMT
           END-IF.
           MOVE DT-WITHHELD(DEP-SUB) TO TXP-WHLD-AMT.
      * THE TAX PERIOD IS THE QUARTER THE WAGES WERE PAID IN, GIVEN
      * AS ITS LAST MONTH.
           MOVE DT-PAY-DATE(DEP-SUB) TO WS-DT-DATE.
           COMPUTE WS-QTR-END-MM = ((WS-DT-MM - 1) / 3) * 3 + 3.
           COMPUTE TXP-TAX-PERIOD = (WS-DT-YYYY * 100)
               + WS-QTR-END-MM.
           MOVE DT-PAY-DATE(DEP-SUB) TO TXP-PAY-DATE.
           MOVE DT-DUE-DATE(DEP-SUB) TO TXP-SETTLE-DATE.
           MOVE DT-AMOUNT(DEP-SUB)   TO TXP-AMOUNT.
           WRITE TAX-PAYMENT-RECORD.
           ADD 1 TO WS-NEW-CNT.
           ADD DT-AMOUNT(DEP-SUB) TO WS-NEW-AMT.
           IF DT-ER-TAX(DEP-SUB) > 0
               MOVE SPACES TO WS-GL-DESC
               STRING 'EMPLOYER FICA PAID '
                      DT-PAY-DATE(DEP-SUB)
                      DELIMITED BY SIZE INTO WS-GL-DESC
               MOVE DT-ER-TAX(DEP-SUB) TO WS-GL-AMOUNT
               MOVE 'PAYTAX-EXP' TO WS-GL-ACCOUNT
               MOVE 'DR'         TO WS-GL-SIDE
               PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT
               MOVE 'FICA-WHLD ' TO WS-GL-ACCOUNT
               MOVE 'CR'         TO WS-GL-SIDE
               PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT
           END-IF.
           MOVE 'SENT' TO DL-STATUS.
           PERFORM WRITE-DEP-LINE-RTN.
       SEND-DEPOSIT-RTN-EXIT. EXIT.

       DUE-DATE-RTN.
      * WS-SCHED AND WS-PAY-DATE IN, WS-DUE-DATE OUT.
      *   M - MONTHLY: THE 15TH OF THE FOLLOWING MONTH.
      *   S - SEMIWEEKLY: PAID WEDNESDAY THROUGH FRIDAY, DUE THE
      *       WEDNESDAY AFTER; PAID SATURDAY THROUGH TUESDAY, DUE THE
      *       FRIDAY AFTER.
      *   N - NEXT DAY: THE FOLLOWING DAY.
      *   D - THE STATE'S FIXED NUMBER OF DAYS AFTER THE PAY DATE.
      * A DUE DATE ON A WEEKEND OR BANK HOLIDAY MOVES TO THE NEXT
      * BUSINESS DAY ON THE SHARED HOLIDAY CALENDAR.
           MOVE WS-PAY-DATE TO WS-DT-DATE.
           MOVE WS-PAY-DATE TO WS-DN-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-RTN-EXIT.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DOW.
           EVALUATE WS-SCHED
               WHEN 'M'
                   MOVE 15 TO WS-DT-DD
                   ADD 1 TO WS-DT-MM
                   IF WS-DT-MM > 12
                       MOVE 1 TO WS-DT-MM
                       ADD 1 TO WS-DT-YYYY
                   END-IF
                   MOVE 0 TO WS-ADD-DAYS
               WHEN 'S'
                   IF WS-DOW > 2 AND WS-DOW < 6
                       COMPUTE WS-ADD-DAYS = 10 - WS-DOW
                   ELSE
                       IF WS-DOW = 6
                           MOVE 6 TO WS-ADD-DAYS
                       ELSE
                           COMPUTE WS-ADD-DAYS = 5 - WS-DOW
                       END-IF
                   END-IF
               WHEN 'N'
                   MOVE 1 TO WS-ADD-DAYS
               WHEN OTHER
                   MOVE WS-STATE-DAYS TO WS-ADD-DAYS
           END-EVALUATE.
           PERFORM ADD-DAYS-RTN.
           MOVE WS-DT-DATE TO BDT-DATE.
           PERFORM NEXT-BUSINESS-DAY-RTN
               THRU NEXT-BUSINESS-DAY-RTN-EXIT.
           MOVE BDT-DATE TO WS-DUE-DATE.
       DUE-DATE-RTN-EXIT. EXIT.

       ADD-DAYS-RTN.
           PERFORM NEXT-DAY-RTN WS-ADD-DAYS TIMES.
       ADD-DAYS-RTN-EXIT. EXIT.

       NEXT-DAY-RTN.
           ADD 1 TO WS-DT-DD.
           MOVE WS-MON-DAYS(WS-DT-MM) TO WS-DT-LIMIT.
           IF WS-DT-MM = 2
               DIVIDE WS-DT-YYYY BY 4 GIVING WS-DT-QUOT
                   REMAINDER WS-DT-REM
               IF WS-DT-REM = 0
                   MOVE 29 TO WS-DT-LIMIT
                   DIVIDE WS-DT-YYYY BY 100 GIVING WS-DT-QUOT
                       REMAINDER WS-DT-REM
                   IF WS-DT-REM = 0
                       MOVE 28 TO WS-DT-LIMIT
                       DIVIDE WS-DT-YYYY BY 400 GIVING WS-DT-QUOT
                           REMAINDER WS-DT-REM
                       IF WS-DT-REM = 0
                           MOVE 29 TO WS-DT-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-DT-DD > WS-DT-LIMIT
               MOVE 1 TO WS-DT-DD
               ADD 1 TO WS-DT-MM
               IF WS-DT-MM > 12
                   MOVE 1 TO WS-DT-MM
                   ADD 1 TO WS-DT-YYYY
               END-IF
           END-IF.
       NEXT-DAY-RTN-EXIT. EXIT.

       DAY-NUMBER-RTN.
      * DAYS SINCE A FIXED ORIGIN FOR WS-DN-DATE, LEAP YEARS AND ALL.
           COMPUTE WS-DN-PRIOR-YR = WS-DN-YYYY - 1.
           COMPUTE WS-DAY-NUMBER = WS-DN-PRIOR-YR * 365
               + WS-CUM-DAYS(WS-DN-MM) + WS-DN-DD.
           DIVIDE WS-DN-PRIOR-YR BY 4 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YR BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DAY-NUMBER.
           DIVIDE WS-DN-PRIOR-YR BY 400 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DAY-NUMBER.
           MOVE 'N' TO WS-DN-LEAP-SW.
           DIVIDE WS-DN-YYYY BY 4 GIVING WS-DN-QUOT
               REMAINDER WS-DN-REM.
           IF WS-DN-REM = 0
               MOVE 'Y' TO WS-DN-LEAP-SW
               DIVIDE WS-DN-YYYY BY 100 GIVING WS-DN-QUOT
                   REMAINDER WS-DN-REM
               IF WS-DN-REM = 0
                   MOVE 'N' TO WS-DN-LEAP-SW
                   DIVIDE WS-DN-YYYY BY 400 GIVING WS-DN-QUOT
                       REMAINDER WS-DN-REM
                   IF WS-DN-REM = 0
                       MOVE 'Y' TO WS-DN-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF WS-DN-LEAP AND WS-DN-MM > 2
               ADD 1 TO WS-DAY-NUMBER
           END-IF.
       DAY-NUMBER-RTN-EXIT. EXIT.

       APPLY-CONFIRM-RTN.
      * AN ACCEPTED PAYMENT SETTLED BY THE DUE DATE IS PAID, AFTER IT
      * PAID LATE; A REJECTED OR RETURNED ONE LEAVES THE DEPOSIT
      * UNPAID.  A CONFIRMATION FOR NO DEPOSIT ON FILE, OR FOR ONE
      * ALREADY PAID, IS REPORTED AND OTHERWISE IGNORED.
           ADD 1 TO WS-CNF-CNT.
           MOVE CNF-TAX-TYPE TO DL-TYPE.
           MOVE CNF-PAY-DATE TO WS-PAY-DATE.
           MOVE 'N' TO DEP-FOUND-SW.
           PERFORM FIND-DEPOSIT-RTN.
           IF CNF-TAX-TYPE = 'F'
               MOVE 'FED'   TO DL-TYPE
           ELSE
               MOVE 'STATE' TO DL-TYPE
           END-IF.
           MOVE CNF-PAY-DATE    TO DL-PAY-DATE.
           MOVE CNF-AMOUNT      TO DL-AMOUNT.
           MOVE CNF-SETTLE-DATE TO DL-PAID-DATE.
           MOVE CNF-CONF-NO     TO DL-CONF.
           MOVE SPACES          TO DL-SCHED.
           MOVE 0               TO DL-DUE-DATE.
           IF NOT DEP-FOUND
               ADD 1 TO WS-NOMATCH-CNT
               MOVE 'NO MATCH' TO DL-STATUS
               GO TO APPLY-CONFIRM-WRITE-RTN
           END-IF.
           MOVE DT-DUE-DATE(DEP-HIT-SUB) TO DL-DUE-DATE.
           MOVE DT-SCHEDULE(DEP-HIT-SUB) TO DL-SCHED.
           IF DT-STATUS(DEP-HIT-SUB) NOT = 'U'
               ADD 1 TO WS-NOMATCH-CNT
               MOVE 'DUPLICAT' TO DL-STATUS
               GO TO APPLY-CONFIRM-WRITE-RTN
           END-IF.
           IF CNF-REJECTED
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECTED' TO DL-STATUS
               GO TO APPLY-CONFIRM-WRITE-RTN
           END-IF.
           MOVE CNF-SETTLE-DATE TO DT-PAID-DATE(DEP-HIT-SUB).
           MOVE CNF-AMOUNT      TO DT-PAID-AMT(DEP-HIT-SUB).
           MOVE CNF-CONF-NO     TO DT-CONF-NO(DEP-HIT-SUB).
           ADD 1 TO WS-PAID-CNT.
           ADD CNF-AMOUNT TO WS-PAID-AMT.
           IF CNF-SETTLE-DATE > DT-DUE-DATE(DEP-HIT-SUB)
               MOVE 'L' TO DT-STATUS(DEP-HIT-SUB)
               ADD 1 TO WS-LATE-CNT
               MOVE 'LATE' TO DL-STATUS
           ELSE
               MOVE 'P' TO DT-STATUS(DEP-HIT-SUB)
               MOVE 'PAID' TO DL-STATUS
           END-IF.
           IF CNF-AMOUNT NOT = DT-AMOUNT(DEP-HIT-SUB)
               ADD 1 TO WS-DIFF-CNT
               MOVE 'AMT DIFF' TO DL-STATUS
           END-IF.
           PERFORM CLEAR-LIABILITY-RTN.
       APPLY-CONFIRM-WRITE-RTN.
           MOVE DEP-LINE TO OUT-REC.
           WRITE OUT-REC.
           READ CNF-FILE
               AT END MOVE 'F' TO CNF-EOF-SW.
       APPLY-CONFIRM-RTN-EXIT. EXIT.

       CLEAR-LIABILITY-RTN.
      * THE CONFIRMED PAYMENT CLEARS WHAT WAS WITHHELD AND OWED OUT
      * OF THE LIABILITY ACCOUNTS AGAINST OPERATING CASH.  THE ENTRY
      * IS THE DEPOSIT AS SCHEDULED - AN AMOUNT DIFFERENCE IS LEFT
      * FOR THE TAX ACCOUNTANT TO RESOLVE, NOT BOOKED BLIND.
           MOVE SPACES TO WS-GL-DESC.
           STRING 'TAX DEPOSIT ' CNF-CONF-NO
                  DELIMITED BY SIZE INTO WS-GL-DESC.
           IF DT-TAX-TYPE(DEP-HIT-SUB) = 'F'
               MOVE 'FIT-WHLD  ' TO WS-GL-ACCOUNT
           ELSE
               MOVE 'SIT-WHLD  ' TO WS-GL-ACCOUNT
           END-IF.
           MOVE 'DR' TO WS-GL-SIDE.
           MOVE DT-WITHHELD(DEP-HIT-SUB) TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE 'FICA-WHLD ' TO WS-GL-ACCOUNT.
           COMPUTE WS-GL-AMOUNT = DT-SS-TAX(DEP-HIT-SUB)
               + DT-MED-TAX(DEP-HIT-SUB).
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE 'CASH-OPER ' TO WS-GL-ACCOUNT.
           MOVE 'CR' TO WS-GL-SIDE.
           MOVE DT-AMOUNT(DEP-HIT-SUB) TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
       CLEAR-LIABILITY-RTN-EXIT. EXIT.

       WRITE-GL-RTN.
           IF WS-GL-AMOUNT = 0
               GO TO WRITE-GL-RTN-EXIT
           END-IF.
           MOVE SPACES        TO GL-REC.
           MOVE WS-RUN-DATE   TO GL-RUN-DATE.
           MOVE WS-GL-ACCOUNT TO GL-ACCOUNT.
           MOVE WS-GL-SIDE    TO GL-DR-CR.
           MOVE WS-GL-AMOUNT  TO GL-AMOUNT.
           MOVE WS-GL-DESC    TO GL-DESC.
           MOVE FP-RUN-PERIOD TO GL-PERIOD.
           WRITE GL-REC.
           ADD 1 TO WS-GL-CNT.
           IF WS-GL-SIDE = 'DR'
               ADD WS-GL-AMOUNT TO WS-GL-DR
           ELSE
               ADD WS-GL-AMOUNT TO WS-GL-CR
           END-IF.
       WRITE-GL-RTN-EXIT. EXIT.

       REVIEW-DEPOSIT-RTN.
      * EVERY DEPOSIT ON FILE IS LISTED WITH WHERE IT STANDS AND
      * WRITTEN BACK OUT - EXCEPT A PAID ONE FROM BEFORE LAST YEAR,
      * WHICH HAS AGED OFF.
           IF DT-STATUS(DEP-SUB) NOT = 'U'
                   AND DT-PAY-DATE(DEP-SUB) < WS-KEEP-YYYY * 10000
               ADD 1 TO WS-PURGE-CNT
               GO TO REVIEW-DEPOSIT-RTN-EXIT
           END-IF.
           EVALUATE DT-STATUS(DEP-SUB)
               WHEN 'P'
                   MOVE 'PAID' TO DL-STATUS
               WHEN 'L'
                   MOVE 'LATE' TO DL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-UNPAID-CNT
                   ADD DT-AMOUNT(DEP-SUB) TO WS-UNPAID-AMT
                   IF DT-DUE-DATE(DEP-SUB) < WS-RUN-DATE-8
                       ADD 1 TO WS-OVERDUE-CNT
                       MOVE 'OVERDUE' TO DL-STATUS
                   ELSE
                       MOVE 'UNPAID' TO DL-STATUS
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-DEP-LINE-RTN.
           PERFORM WRITE-DEPOSIT-OUT-RTN.
       REVIEW-DEPOSIT-RTN-EXIT. EXIT.

       WRITE-DEP-LINE-RTN.
           IF DT-TAX-TYPE(DEP-SUB) = 'F'
               MOVE 'FED'   TO DL-TYPE
           ELSE
               MOVE 'STATE' TO DL-TYPE
           END-IF.
           MOVE DT-PAY-DATE(DEP-SUB) TO DL-PAY-DATE.
           MOVE DT-DUE-DATE(DEP-SUB) TO DL-DUE-DATE.
           MOVE DT-SCHEDULE(DEP-SUB) TO DL-SCHED.
           MOVE DT-AMOUNT(DEP-SUB)   TO DL-AMOUNT.
           IF DT-PAID-DATE(DEP-SUB) > 0
               MOVE DT-PAID-DATE(DEP-SUB) TO DL-PAID-DATE
           ELSE
               MOVE SPACES TO DL-PAID-DATE
           END-IF.
           MOVE DT-CONF-NO(DEP-SUB) TO DL-CONF.
           MOVE DEP-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-DEP-LINE-RTN-EXIT. EXIT.

       WRITE-DEPOSIT-OUT-RTN.
           MOVE SPACES TO TAX-DEPOSIT-RECORD.
           MOVE DT-TAX-TYPE(DEP-SUB)  TO TDP-TAX-TYPE.
           MOVE DT-PAY-DATE(DEP-SUB)  TO TDP-PAY-DATE.
           MOVE DT-DUE-DATE(DEP-SUB)  TO TDP-DUE-DATE.
           MOVE DT-SCHEDULE(DEP-SUB)  TO TDP-SCHEDULE.
           MOVE DT-WITHHELD(DEP-SUB)  TO TDP-WITHHELD.
           MOVE DT-SS-TAX(DEP-SUB)    TO TDP-SS-TAX.
           MOVE DT-MED-TAX(DEP-SUB)   TO TDP-MED-TAX.
           MOVE DT-ER-TAX(DEP-SUB)    TO TDP-ER-TAX.
           MOVE DT-AMOUNT(DEP-SUB)    TO TDP-AMOUNT.
           MOVE DT-SENT-DATE(DEP-SUB) TO TDP-SENT-DATE.
           MOVE DT-PAID-DATE(DEP-SUB) TO TDP-PAID-DATE.
           MOVE DT-PAID-AMT(DEP-SUB)  TO TDP-PAID-AMT.
           MOVE DT-CONF-NO(DEP-SUB)   TO TDP-CONF-NO.
           MOVE DT-STATUS(DEP-SUB)    TO TDP-STATUS.
           MOVE TAX-DEPOSIT-RECORD TO DEPO-REC.
           WRITE DEPO-REC.
       WRITE-DEPOSIT-OUT-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE 'DEPOSITS CARRIED IN               ' TO CTL-LABEL.
           MOVE WS-CARRIED-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'REGISTER RECORDS READ             ' TO CTL-LABEL.
           MOVE WS-PRG-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE '  ALREADY DEPOSITED               ' TO CTL-LABEL.
           MOVE WS-DONE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE '  AFTER THEIR DEPOSIT - ADJUST    ' TO CTL-LABEL.
           MOVE WS-ADJ-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'DEPOSITS SCHEDULED AND SENT       ' TO CTL-LABEL.
           MOVE WS-NEW-CNT TO CTL-COUNT.
           MOVE WS-NEW-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE 'PAY DATES WITH NOTHING TO DEPOSIT ' TO CTL-LABEL.
           MOVE WS-NONE-DUE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'CONFIRMATIONS READ                ' TO CTL-LABEL.
           MOVE WS-CNF-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE '  PAID                            ' TO CTL-LABEL.
           MOVE WS-PAID-CNT TO CTL-COUNT.
           MOVE WS-PAID-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE '    OF WHICH PAID LATE            ' TO CTL-LABEL.
           MOVE WS-LATE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE '    OF WHICH AMOUNT DIFFERS       ' TO CTL-LABEL.
           MOVE WS-DIFF-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE '  REJECTED OR RETURNED            ' TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE '  NO UNPAID DEPOSIT TO MATCH      ' TO CTL-LABEL.
           MOVE WS-NOMATCH-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'DEPOSITS UNPAID                   ' TO CTL-LABEL.
           MOVE WS-UNPAID-CNT TO CTL-COUNT.
           MOVE WS-UNPAID-AMT TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE '  PAST THEIR DUE DATE             ' TO CTL-LABEL.
           MOVE WS-OVERDUE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'PAID DEPOSITS AGED OFF            ' TO CTL-LABEL.
           MOVE WS-PURGE-CNT TO CTL-COUNT.
           PERFORM WRITE-CTL-LINE-RTN.
           MOVE 'GL RECORDS WRITTEN                ' TO CTL-LABEL.
           MOVE WS-GL-CNT TO CTL-COUNT.
           MOVE WS-GL-DR TO CTL-AMOUNT-Z.
           PERFORM WRITE-CTL-LINE-RTN.
           IF WS-GL-DR NOT = WS-GL-CR
               DISPLAY 'SU41TDEP - GL OUT OF BALANCE DR=' WS-GL-DR
                       ' CR=' WS-GL-CR
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-LATE-CNT > 0 OR WS-OVERDUE-CNT > 0
                       OR WS-REJECT-CNT > 0 OR WS-ADJ-CNT > 0
                       OR WS-NOMATCH-CNT > 0 OR WS-DIFF-CNT > 0
                   DISPLAY 'SU41TDEP - LATE: ' WS-LATE-CNT
                           ' OVERDUE: ' WS-OVERDUE-CNT
                           ' REJECTED: ' WS-REJECT-CNT
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-CTL-LINE-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-CTL-LINE-RTN-EXIT. EXIT.

       COPY FPCHKP.

       CLOSE-FILES-RTN.
           CLOSE PRG-FILE DEPO-FILE EFT-FILE GL-FILE OUT-FILE.
           IF DEP-OPEN
               CLOSE DEP-FILE
           END-IF.
           IF CNF-OPEN
               CLOSE CNF-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
