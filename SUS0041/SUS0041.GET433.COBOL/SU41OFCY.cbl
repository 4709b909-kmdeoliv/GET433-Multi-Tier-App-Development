       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41OFCY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT TRAN-FILE     ASSIGN TO OCFILE
                     FILE STATUS IS TRAN-FS.
            SELECT W4-FILE       ASSIGN TO W4FILE
                     FILE STATUS IS W4-FS.
            SELECT FED-FILE      ASSIGN TO FTFILE
                     FILE STATUS IS FED-FS.
            SELECT STATE-FILE    ASSIGN TO STFILE
                     FILE STATUS IS STATE-FS.
            SELECT YTD-FILE      ASSIGN TO YTFILE
                     FILE STATUS IS YTD-FS.
            SELECT YTDO-FILE     ASSIGN TO YTOFILE
                     FILE STATUS IS YTDO-FS.
            SELECT RET-FILE      ASSIGN TO REFILE
                     FILE STATUS IS RET-FS.
            SELECT RETC-FILE     ASSIGN TO RCFILE
                     FILE STATUS IS RETC-FS.
            SELECT REMIT-FILE    ASSIGN TO RMFILE
                     FILE STATUS IS REMIT-FS.
            SELECT OT-FILE       ASSIGN TO OTFILE
                     FILE STATUS IS OT-FS.
            SELECT CHKNO-FILE    ASSIGN TO CKFILE
                     FILE STATUS IS CHKNO-FS.
            SELECT REG-FILE      ASSIGN TO CRFILE
                     FILE STATUS IS REG-FS.
            SELECT REGO-FILE     ASSIGN TO CROFILE
                     FILE STATUS IS REGO-FS.
            SELECT PP-FILE       ASSIGN TO PPFILE
                     FILE STATUS IS PP-FS.
            SELECT GL-FILE       ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            SELECT FICA-FILE     ASSIGN TO FCFILE
                     FILE STATUS IS FICA-FS.
            SELECT PRG-FILE      ASSIGN TO PRGFILE
                     FILE STATUS IS PRG-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT GARN-FILE     ASSIGN TO GNFILE
                     FILE STATUS IS GARN-FS.
            SELECT GARNO-FILE    ASSIGN TO GNOFILE
                     FILE STATUS IS GARNO-FS.
            SELECT GCTL-FILE     ASSIGN TO GCFILE
                     FILE STATUS IS GCTL-FS.
            SELECT PAYEE-FILE    ASSIGN TO PYEFILE
                     FILE STATUS IS PAYEE-FS.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** OFF-CYCLE TRANSACTIONS, KEYED BY PAYROLL.  'P' PAYS ONE
      **** EMPLOYEE OUTSIDE THE CYCLE - OC-HOURS FOR AN HOURLY
      **** EMPLOYEE'S MISSED TIMECARD, OR OC-GROSS FOR A FLAT AMOUNT
      **** SUCH AS A FINAL CHECK (A SALARIED EMPLOYEE WITH NEITHER
      **** GETS ONE PERIOD'S PAY).  OC-DED-SW 'Y' TAKES THE CYCLE'S
      **** BENEFIT SHARE AND RETIREMENT ELECTION AS WELL AS THE
      **** TAXES.  'V' VOIDS CHECK OC-CHECK-NO AND 'R' VOIDS IT AND
      **** REISSUES THE SAME PAY UNDER A NEW NUMBER.  ONLY A CHECK
      **** THIS RUN ISSUED CAN BE VOIDED - IT IS REVERSED FROM THE
      **** REGISTER, AND THE AMOUNT FIELDS ARE NOT USED. **************
       FD  TRAN-FILE.
       01  TRAN-REC.
           05  OC-TYPE        PIC X(1).
               88  OC-PAY                    VALUE 'P'.
               88  OC-VOID                   VALUE 'V'.
               88  OC-REISSUE                VALUE 'R'.
           05  OC-EMP-ID      PIC X(7).
           05  OC-CHECK-NO    PIC 9(10).
           05  OC-ISSUE-DATE  PIC 9(8).
           05  OC-DED-SW      PIC X(1).
           05  OC-HOURS       PIC 9(3)V99.
           05  OC-GROSS       PIC 9(7)V99.
           05  OC-FIT         PIC 9(7)V99.
           05  OC-SIT         PIC 9(7)V99.
           05  OC-RET         PIC 9(7)V99.
           05  OC-DED         PIC 9(7)V99.
           05  FILLER         PIC X(3).

      **** W-4 STYLE WITHHOLDING ELECTIONS - THE SAME FILE THE PAY
      **** CYCLE (SU41PGM44) WITHHOLDS FROM **************************
       FD  W4-FILE.
       01  W4-REC.
           05  W4-EMP-ID      PIC X(7).
           05  W4-FILING      PIC X(1).
           05  W4-ALLOWANCES  PIC 9(2).
           05  W4-ADDL-AMT    PIC 9(5)V99.
           05  FILLER         PIC X(63).

       FD  FED-FILE.
           COPY FEDTAX.

       FD  STATE-FILE.
           COPY STATETAX.

      **** YTD ACCUMULATORS - READ IN FULL AT JOB START, WRITTEN BACK
      **** UPDATED TO YTDO SO IT REPLACES THE INPUT, EXACTLY AS THE
      **** PAY CYCLE CARRIES THEM *************************************
       FD  YTD-FILE.
           COPY YTDREC.

       FD  YTDO-FILE.
       01  YTDO-REC           PIC X(160).

      **** RETIREMENT-PLAN ELECTIONS - 'P' IS A PERCENTAGE OF GROSS,
      **** 'F' A FLAT AMOUNT PER CHECK.  NO RECORD, NO DEDUCTION. ****
       FD  RET-FILE.
       01  RET-REC.
           05  RE-EMP-ID      PIC X(7).
           05  RE-METHOD      PIC X(1).
           05  RE-AMOUNT      PIC 9(5)V99.
           05  FILLER         PIC X(65).

       FD  RETC-FILE.
           COPY RETCTL.

      **** REMITTANCE EXTRACT TO THE PLAN ADMINISTRATOR - THE PAY
      **** CYCLE'S DETAIL AND TRAILER LAYOUT, SO THE ADMINISTRATOR
      **** TAKES THE OFF-CYCLE CONTRIBUTIONS THE SAME WAY ************
       FD  REMIT-FILE.
       01  REMIT-REC          PIC X(80).

       FD  OT-FILE.
           COPY OTCTL.

      **** CHECK-NUMBER CONTROL DATASET - THE ONE SU41PGM16 ISSUES
      **** FROM, SO OFF-CYCLE AND REGULAR CHECKS SHARE ONE SERIES ****
       FD  CHKNO-FILE.
       01  CHKNO-REC.
           05  CK-NEXT-NUMBER   PIC 9(10).
           05  FILLER           PIC X(70).

      **** OFF-CYCLE CHECK REGISTER - PRIOR STATE IN, UPDATED STATE
      **** OUT SO CROFILE REPLACES THE INPUT AS NEXT RUN'S FILE *****
       FD  REG-FILE.
           COPY CHKREG.

       FD  REGO-FILE.
       01  REGO-REC           PIC X(170).

      **** POSITIVE-PAY ISSUE FILE - SU41PGM16'S LAYOUT, WITH 'VOD'
      **** DETAILS TELLING THE BANK NOT TO PAY A VOIDED CHECK ********
       FD  PP-FILE.
       01  PP-REC             PIC X(80).

      **** SAME RECORD LAYOUT THE OTHER GL FEEDS USE, SO THE ONE
      **** DOWNSTREAM TRANSMISSION TAKES THIS FEED TOO *****************
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

      **** FICA RATES AND WAGE BASES - THE PAY CYCLE'S CARD *********
       FD  FICA-FILE.
           COPY FICACTL.

      **** PAY REGISTER - ONE RECORD PER CHECK ISSUED OR VOIDED, FOR
      **** THE QUARTERLY FEDERAL RETURN (SU41F941) *******************
       FD  PRG-FILE.
           COPY PAYREG.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** GARNISHMENT ORDERS - THE REGULAR CYCLE'S CARRY-FORWARD FILE,
      **** PRIOR STATE IN, UPDATED STATE OUT SO GNOFILE REPLACES THE
      **** INPUT AS THE NEXT CYCLE'S FILE ******************************
       FD  GARN-FILE.
           COPY GARNREC.

       FD  GARNO-FILE.
       01  GARNO-REC          PIC X(80).

       FD  GCTL-FILE.
           COPY GARNCTL.

      **** PER-PAYEE GARNISHMENT REMITTANCE EXTRACT - SU41PGM44'S
      **** LAYOUT, FOR WHAT THE OFF-CYCLE CHECKS WITHHELD **************
       FD  PAYEE-FILE.
       01  PAYEE-REC.
           05  PYE-PAYEE      PIC X(20).
           05  PYE-COUNT      PIC 9(5).
           05  PYE-AMOUNT     PIC 9(9)V99.
           05  FILLER         PIC X(44).

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
      *                                * OFF-CYCLE CHECKS, VOIDS AND   *
      *                                * REISSUES.  A MISSED TIMECARD, *
      *                                * A LOST CHECK OR A FINAL CHECK *
      *                                * DUE TODAY IS PAID HERE WITH   *
      *                                * THE PAY CYCLE'S OWN           *
      *                                * WITHHOLDING METHOD, FROM THE  *
      *                                * SHARED CHECK-NUMBER SERIES,   *
      *                                * INTO THE YTD ACCUMULATORS,    *
      *                                * THE POSITIVE-PAY FILE AND THE *
      *                                * GL - NEVER A HAND-TYPED CHECK *
      *                                * AGAIN.  A VOID TAKES THE      *
      *                                * CHECK BACK OUT OF ALL THREE.  *
      *                                * GARNISHMENT ORDERS ARE        *
      *                                * APPLIED AS THE REGULAR CYCLE  *
      *                                * APPLIES THEM AND THEIR FILE   *
      *                                * CARRIED FORWARD TO IT;        *
      *                                * STUDENT-BALANCE DEDUCTIONS    *
      *                                * STAY WITH THE REGULAR CYCLE.  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  TRAN-EOF-SW     PIC X         VALUE SPACES.
           05  W4-EOF-SW       PIC X         VALUE SPACES.
           05  FED-EOF-SW      PIC X         VALUE SPACES.
           05  STATE-EOF-SW    PIC X         VALUE SPACES.
           05  YTD-EOF-SW      PIC X         VALUE SPACES.
           05  RET-EOF-SW      PIC X         VALUE SPACES.
           05  RETC-EOF-SW     PIC X         VALUE SPACES.
           05  OT-EOF-SW       PIC X         VALUE SPACES.
           05  REG-EOF-SW      PIC X         VALUE SPACES.
           05  CHKNO-EOF-SW    PIC X         VALUE SPACES.
           05  CHKNO-REWRITE-SW PIC X        VALUE 'N'.
           05  WS-NEXT-CHECK   PIC 9(10)     VALUE 1.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-YEAR     PIC 9(4)      VALUE 0.
           05  WS-RUN-MM       PIC 9(2)      VALUE 0.
           05  WS-RUN-QTR      PIC 9         VALUE 1.
           05  WS-QTR          PIC 9         VALUE 1.
           05  WS-WORK-DATE-8  PIC 9(8)      VALUE 0.
           05  WS-WORK-DATE-R  REDEFINES WS-WORK-DATE-8.
               10  WS-WORK-YYYY PIC 9(4).
               10  WS-WORK-MM   PIC 9(2).
               10  WS-WORK-DD   PIC 9(2).
           05  WS-PERIODS      PIC 9(2)      VALUE 26.
           05  WS-GROSS        PIC 9(7)V99   VALUE 0.
           05  WS-FIT          PIC 9(7)V99   VALUE 0.
           05  WS-SIT          PIC 9(7)V99   VALUE 0.
           05  WS-RET-CONTRIB  PIC 9(7)V99   VALUE 0.
           05  WS-RET-MATCH    PIC 9(7)V99   VALUE 0.
           05  WS-MATCH-MAX    PIC 9(7)V99   VALUE 0.
           05  WS-DED-TOTAL    PIC 9(7)V99   VALUE 0.
           05  WS-NET          PIC S9(7)V99  VALUE 0.
           05  WS-MAX-PCT      PIC 9(2)V99   VALUE 25.00.
           05  WS-DISPOSABLE   PIC S9(7)V99  VALUE 0.
           05  WS-GARN-ROOM    PIC S9(7)V99  VALUE 0.
           05  WS-GARN-THIS    PIC 9(7)V99   VALUE 0.
           05  WS-GARN-TOTAL   PIC 9(7)V99   VALUE 0.
           05  WS-GRAND-GARN   PIC 9(11)V99  VALUE 0.
           05  WS-SATISFIED-CNT PIC 9(7)     VALUE 0.
           05  WS-GARN-VOID-CNT PIC 9(7)     VALUE 0.
           05  WS-PRI          PIC 9         VALUE 1.
           05  GRN-SUB         PIC 9(4)      VALUE 0.
           05  WS-GRN-CNT      PIC 9(4)      VALUE 0.
           05  WS-GRN-MAX      PIC 9(4)      VALUE 1000.
           05  PYE-SUB         PIC 9(2)      VALUE 0.
           05  WS-PYE-CNT      PIC 9(2)      VALUE 0.
           05  WS-PYE-MAX      PIC 9(2)      VALUE 50.
           05  PYE-FOUND-SW    PIC X         VALUE 'N'.
               88  PYE-FOUND                 VALUE 'Y'.
           05  GARN-EOF-SW     PIC X         VALUE SPACES.
           05  GCTL-EOF-SW     PIC X         VALUE SPACES.
           05  WS-CHECK-NO     PIC 9(10)     VALUE 0.
           05  WS-ISSUE-DATE   PIC 9(8)      VALUE 0.
           05  WS-REPLACES-NO  PIC 9(10)     VALUE 0.
           05  WS-SOURCE       PIC X         VALUE SPACE.
           05  WS-HOURS        PIC 9(3)V99   VALUE 0.
           05  WS-OT-HOURS     PIC 9(3)V99   VALUE 0.
           05  WS-OT-PREM      PIC 9(7)V99   VALUE 0.
           05  WS-REIMB        PIC 9(7)V99   VALUE 0.
           05  WS-WEEK-THRESH  PIC 9(3)V99   VALUE 40.00.
           05  WS-WEEK-MULT    PIC 9(1)V99   VALUE 1.50.
           05  WS-ANN-GROSS    PIC 9(9)V99   VALUE 0.
           05  WS-ANN-TAXABLE  PIC 9(9)V99   VALUE 0.
           05  WS-ANN-TAX      PIC 9(9)V99   VALUE 0.
           05  WS-LOWER        PIC 9(9)V99   VALUE 0.
           05  WS-FILING       PIC X         VALUE 'S'.
           05  WS-ALLOWANCES   PIC 9(2)      VALUE 0.
           05  WS-ADDL-AMT     PIC 9(5)V99   VALUE 0.
           05  WS-ALLOW-AMT    PIC 9(5)V99   VALUE 0.
           05  BRKT-DONE-SW    PIC X         VALUE 'N'.
               88  BRKT-DONE                 VALUE 'Y'.
           05  WS-MATCH-PCT    PIC 9(2)V99   VALUE 0.
           05  WS-MATCH-CAP    PIC 9(2)V99   VALUE 0.
           05  WS-ANNUAL-LIMIT PIC 9(7)V99   VALUE 0.
           05  WS-REJECT-NOTE  PIC X(24)     VALUE SPACES.
           05  TRAN-OK-SW      PIC X         VALUE 'N'.
               88  TRAN-OK                   VALUE 'Y'.
           05  YTD-SUB         PIC 9(5)      VALUE 0.
           05  YTD-HIT-SUB     PIC 9(5)      VALUE 0.
           05  WS-YTD-CNT      PIC 9(5)      VALUE 0.
           05  WS-YTD-MAX      PIC 9(5)      VALUE 3000.
           05  YTD-FOUND-SW    PIC X         VALUE 'N'.
               88  YTD-FOUND                 VALUE 'Y'.
           05  REG-SUB         PIC 9(5)      VALUE 0.
           05  REG-HIT-SUB     PIC 9(5)      VALUE 0.
           05  WS-REG-CNT      PIC 9(5)      VALUE 0.
           05  WS-REG-MAX      PIC 9(5)      VALUE 5000.
           05  REG-FOUND-SW    PIC X         VALUE 'N'.
               88  REG-FOUND                 VALUE 'Y'.
           05  TRN-SUB         PIC 9(4)      VALUE 0.
           05  WS-TRN-CNT      PIC 9(4)      VALUE 0.
           05  WS-TRN-MAX      PIC 9(4)      VALUE 500.
           05  WS-TRAN-READ    PIC 9(5)      VALUE 0.
           05  WS-PAY-CNT      PIC 9(5)      VALUE 0.
           05  WS-VOID-CNT     PIC 9(5)      VALUE 0.
           05  WS-REISSUE-CNT  PIC 9(5)      VALUE 0.
           05  WS-REJECT-CNT   PIC 9(5)      VALUE 0.
           05  WS-PP-CNT       PIC 9(7)      VALUE 0.
           05  WS-PP-TOTAL     PIC 9(9)V99   VALUE 0.
           05  WS-PP-VOID-CNT  PIC 9(7)      VALUE 0.
           05  WS-PP-VOID-TOTAL PIC 9(9)V99  VALUE 0.
           05  WS-REMIT-CNT    PIC 9(7)      VALUE 0.
           05  WS-GRAND-RET    PIC 9(11)V99  VALUE 0.
           05  WS-GRAND-MATCH  PIC 9(11)V99  VALUE 0.
           05  WS-GL-DR        PIC 9(11)V99  VALUE 0.
           05  WS-GL-CR        PIC 9(11)V99  VALUE 0.
           05  WS-GL-CNT       PIC 9(5)      VALUE 0.
           05  WS-GL-SIDE      PIC X(2)      VALUE SPACES.
           05  WS-GL-OTHER     PIC X(2)      VALUE SPACES.
           05  WS-GL-ACCOUNT   PIC X(10)     VALUE SPACES.
           05  WS-GL-AMOUNT    PIC 9(7)V99   VALUE 0.
           05  WS-GL-DESC      PIC X(30)     VALUE SPACES.
           05  WS-SS-PCT       PIC 9(2)V99   VALUE 6.20.
           05  WS-SS-BASE      PIC 9(7)V99   VALUE 184500.00.
           05  WS-MED-PCT      PIC 9(2)V99   VALUE 1.45.
           05  WS-ADDL-THRESH  PIC 9(7)V99   VALUE 200000.00.
           05  WS-ADDL-PCT     PIC 9(2)V99   VALUE 0.90.
           05  WS-FICA-YTD     PIC 9(9)V99   VALUE 0.
           05  WS-SS-WAGES     PIC 9(7)V99   VALUE 0.
           05  WS-ADDL-WAGES   PIC 9(7)V99   VALUE 0.
           05  WS-SS-TAX       PIC 9(7)V99   VALUE 0.
           05  WS-MED-TAX      PIC 9(7)V99   VALUE 0.
           05  WS-MED-ER       PIC 9(7)V99   VALUE 0.
           05  WS-ADDL-TAX     PIC 9(7)V99   VALUE 0.
           05  WS-FICA         PIC 9(7)V99   VALUE 0.
           05  WS-REPORT-DATE  PIC 9(8)      VALUE 0.
           05  WS-PRG-SIGN     PIC S9        VALUE +1.
           05  WS-PRG-CNT      PIC 9(7)      VALUE 0.
           05  FICA-EOF-SW     PIC X         VALUE SPACES.
           05  FICA-FS         PIC XX        VALUE '00'.
               88  FICA-FS-OK                VALUE '00'.
           05  PRG-FS          PIC XX        VALUE '00'.
               88  PRG-FS-OK                 VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  TRAN-FS         PIC XX        VALUE '00'.
               88  TRAN-FS-OK                VALUE '00'.
           05  W4-FS           PIC XX        VALUE '00'.
               88  W4-FS-OK                  VALUE '00'.
           05  FED-FS          PIC XX        VALUE '00'.
               88  FED-FS-OK                 VALUE '00'.
           05  STATE-FS        PIC XX        VALUE '00'.
               88  STATE-FS-OK               VALUE '00'.
           05  YTD-FS          PIC XX        VALUE '00'.
               88  YTD-FS-OK                 VALUE '00'.
           05  YTDO-FS         PIC XX        VALUE '00'.
               88  YTDO-FS-OK                VALUE '00'.
           05  RET-FS          PIC XX        VALUE '00'.
               88  RET-FS-OK                 VALUE '00'.
           05  RETC-FS         PIC XX        VALUE '00'.
               88  RETC-FS-OK                VALUE '00'.
           05  REMIT-FS        PIC XX        VALUE '00'.
               88  REMIT-FS-OK               VALUE '00'.
           05  OT-FS           PIC XX        VALUE '00'.
               88  OT-FS-OK                  VALUE '00'.
           05  CHKNO-FS        PIC XX        VALUE '00'.
               88  CHKNO-FS-OK               VALUE '00'.
           05  REG-FS          PIC XX        VALUE '00'.
               88  REG-FS-OK                 VALUE '00'.
           05  REGO-FS         PIC XX        VALUE '00'.
               88  REGO-FS-OK                VALUE '00'.
           05  PP-FS           PIC XX        VALUE '00'.
               88  PP-FS-OK                  VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  GARN-FS         PIC XX        VALUE '00'.
               88  GARN-FS-OK                VALUE '00'.
           05  GARNO-FS        PIC XX        VALUE '00'.
               88  GARNO-FS-OK               VALUE '00'.
           05  GCTL-FS         PIC XX        VALUE '00'.
               88  GCTL-FS-OK                VALUE '00'.
           05  PAYEE-FS        PIC XX        VALUE '00'.
               88  PAYEE-FS-OK               VALUE '00'.

      **** THE RUN'S TRANSACTIONS, HELD UNTIL THE MASTER PASS REACHES
      **** EACH EMPLOYEE - AN EMPLOYEE'S TRANSACTIONS APPLY IN THE
      **** ORDER KEYED *************************************************
       01  WS-TRN-AREA.
           05  WS-TRN-TBL OCCURS 500 TIMES.
             10  TT-TYPE         PIC X(1).
             10  TT-EMP-ID       PIC X(7).
             10  TT-CHECK-NO     PIC 9(10).
             10  TT-ISSUE-DATE   PIC 9(8).
             10  TT-DED-SW       PIC X(1).
             10  TT-HOURS        PIC 9(3)V99.
             10  TT-GROSS        PIC 9(7)V99.
             10  TT-FIT          PIC 9(7)V99.
             10  TT-SIT          PIC 9(7)V99.
             10  TT-RET          PIC 9(7)V99.
             10  TT-DED          PIC 9(7)V99.
             10  TT-DONE-SW      PIC X(1).

      **** CHECK REGISTER TABLE - EVERY CHECK ON FILE PLUS THIS RUN'S,
      **** WRITTEN BACK OUT IN FULL AT END OF RUN **********************
       01  WS-REG-AREA.
           05  WS-REG-TBL OCCURS 5000 TIMES.
             10  RT-CHECK-NO     PIC 9(10).
             10  RT-EMP-ID       PIC X(7).
             10  RT-ISSUE-DATE   PIC 9(8).
             10  RT-SOURCE       PIC X(1).
             10  RT-STATUS       PIC X(1).
             10  RT-VOID-DATE    PIC 9(8).
             10  RT-GROSS        PIC 9(7)V99.
             10  RT-FIT          PIC 9(7)V99.
             10  RT-SIT          PIC 9(7)V99.
             10  RT-RET          PIC 9(7)V99.
             10  RT-DED          PIC 9(7)V99.
             10  RT-NET          PIC 9(7)V99.
             10  RT-REPLACES-NO  PIC 9(10).
             10  RT-SS-WAGES     PIC 9(7)V99.
             10  RT-ADDL-WAGES   PIC 9(7)V99.
             10  RT-SS-TAX       PIC 9(7)V99.
             10  RT-MED-TAX      PIC 9(7)V99.
             10  RT-GARN         PIC 9(7)V99.
             10  RT-REIMB        PIC 9(7)V99.
             10  RT-OT-PREM      PIC 9(7)V99.

      **** GARNISHMENT ORDER TABLE - EVERY ORDER ON FILE, WRITTEN
      **** BACK OUT IN FULL AT END OF RUN ******************************
       01  WS-GRN-AREA.
           05  WS-GRN-TBL OCCURS 1000 TIMES.
             10  GT-EMP-ID       PIC X(7).
             10  GT-ORDER-NO     PIC X(6).
             10  GT-TYPE         PIC X(1).
             10  GT-PRIORITY     PIC 9(1).
             10  GT-METHOD       PIC X(1).
             10  GT-AMOUNT       PIC 9(5)V99.
             10  GT-LIFE-CAP     PIC 9(7)V99.
             10  GT-WITHHELD     PIC 9(7)V99.
             10  GT-PAYEE        PIC X(20).
             10  GT-STATUS       PIC X(1).

      **** PER-PAYEE REMITTANCE ACCUMULATORS ***************************
       01  WS-PYE-AREA VALUE HIGH-VALUES.
           05  WS-PYE-TBL OCCURS 50 TIMES.
             10  PT-PAYEE        PIC X(20).
             10  PT-COUNT        PIC 9(5).
             10  PT-AMOUNT       PIC 9(9)V99.

      **** W-4, RETIREMENT, FEDERAL AND STATE TABLES - THE PAY
      **** CYCLE'S OWN LAYOUTS AND SEARCHES ****************************
       01  WS-W4-AREA VALUE HIGH-VALUES.
           05  WS-W4-TBL OCCURS 3000 TIMES
                   INDEXED BY W4-INDEX.
             10  WT-EMP-ID       PIC X(7).
             10  WT-FILING       PIC X(1).
             10  WT-ALLOWANCES   PIC 9(2).
             10  WT-ADDL-AMT     PIC 9(5)V99.
       01  WS-W4-CNT           PIC 9(5)      VALUE 0.
       01  WS-W4-MAX           PIC 9(5)      VALUE 3000.

       01  WS-RET-AREA VALUE HIGH-VALUES.
           05  WS-RET-TBL OCCURS 3000 TIMES
                   INDEXED BY RE-INDEX.
             10  RET-EMP-ID      PIC X(7).
             10  RET-METHOD      PIC X(1).
             10  RET-AMOUNT      PIC 9(5)V99.
       01  WS-RET-CNT          PIC 9(5)      VALUE 0.
       01  WS-RET-MAX          PIC 9(5)      VALUE 3000.

       01  WS-FED-AREA VALUE HIGH-VALUES.
           05  WS-FED-TBL OCCURS 40 TIMES.
             10  FT-FILING       PIC X(1).
             10  FT-UPTO         PIC 9(9)V99.
             10  FT-BASE-TAX     PIC 9(7)V99.
             10  FT-PCT          PIC 9(2)V99.
       01  WS-FED-CNT          PIC 9(2)      VALUE 0.
       01  FED-SUB             PIC 9(2)      VALUE 0.

       01  WS-ST-AREA VALUE HIGH-VALUES.
           05  WS-ST-TBL OCCURS 60 TIMES.
             10  STT-STATE       PIC X(2).
             10  STT-PCT         PIC 9(2)V99.
       01  WS-ST-CNT           PIC 9(2)      VALUE 0.
       01  ST-SUB              PIC 9(2)      VALUE 0.

      **** YTD ACCUMULATOR TABLE - THE PAY CYCLE'S ROW LAYOUT ********
       01  WS-YTD-AREA.
           05  WS-YTD-TBL OCCURS 3000 TIMES.
             10  YT-EMP-ID       PIC X(7).
             10  YT-YEAR         PIC 9(4).
             10  YT-GROSS        PIC 9(9)V99.
             10  YT-FIT          PIC 9(9)V99.
             10  YT-SIT          PIC 9(9)V99.
             10  YT-DED          PIC 9(9)V99.
             10  YT-NET          PIC S9(9)V99.
             10  YT-QTR-GROSS    PIC 9(9)V99 OCCURS 4 TIMES.
             10  YT-RET          PIC 9(9)V99.
             10  YT-SS-TAX       PIC 9(9)V99.
             10  YT-MED-TAX      PIC 9(9)V99.
             10  YT-REIMB        PIC 9(9)V99.

       01  REMIT-DETAIL-REC.
           05  FILLER             PIC X(3)  VALUE 'DTL'.
           05  RM-EMP-ID          PIC X(7).
           05  RM-CONTRIB         PIC 9(7)V99.
           05  RM-MATCH           PIC 9(7)V99.
           05  FILLER             PIC X(52) VALUE SPACES.

       01  REMIT-TRAILER-REC.
           05  FILLER             PIC X(9)  VALUE 'TRLRETIRE'.
           05  RM-TRL-COUNT       PIC 9(7)  VALUE 0.
           05  RM-TRL-CONTRIB     PIC 9(11)V99 VALUE 0.
           05  RM-TRL-MATCH       PIC 9(11)V99 VALUE 0.
           05  FILLER             PIC X(38) VALUE SPACES.

      *                                *********************************
      *                                * POSITIVE-PAY EXTRACT HEADER   *
      *                                *********************************
       01  PP-HEADER-REC.
           05  FILLER               PIC X(9)  VALUE 'HDRPPEXTR'.
           05  PP-HDR-DATE          PIC 9(08) VALUE 0.
           05  FILLER               PIC X(63) VALUE SPACES.

      *                                *********************************
      *                                * POSITIVE-PAY EXTRACT DETAIL - *
      *                                * 'DTL' ISSUES, 'VOD' VOIDS     *
      *                                *********************************
       01  PP-DETAIL-REC.
           05  PP-TAG               PIC X(3)  VALUE 'DTL'.
           05  PP-EMP-ID            PIC X(07).
           05  PP-LAST-NAME         PIC X(26).
           05  PP-FIRST-NAME        PIC X(15).
           05  PP-PERIOD-AMOUNT     PIC 9(9)V99.
           05  PP-CHECK-NO          PIC 9(10) VALUE 0.
           05  PP-ISSUE-DATE        PIC 9(08) VALUE 0.

      *                                *********************************
      *                                * POSITIVE-PAY EXTRACT TRAILER  *
      *                                *********************************
       01  PP-TRAILER-REC.
           05  FILLER               PIC X(9)  VALUE 'TRLPPEXTR'.
           05  PP-TRL-COUNT         PIC 9(07) VALUE 0.
           05  PP-TRL-TOTAL         PIC 9(9)V99 VALUE 0.
           05  PP-TRL-VOID-COUNT    PIC 9(07) VALUE 0.
           05  PP-TRL-VOID-TOTAL    PIC 9(9)V99 VALUE 0.
           05  FILLER               PIC X(35) VALUE SPACES.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'OFF-CYCLE CHECK AND VOID REGISTER       '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'T EMP ID   CHECK NO            GROSS    '.
           05 FILLER          PIC X(40) VALUE
                   '          NET  NOTE                     '.

       01  DETAIL-LINE.
           05 DL-TYPE         PIC X(1).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-CHECK-NO     PIC Z(9)9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-GROSS-Z      PIC $$,$$$,$$9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NET-Z        PIC -$,$$$,$$9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NOTE         PIC X(28).

      **** AMOUNT LINES PRINTED UNDER AN ISSUE OR A VOID ***************
       01  ITEM-LINE.
           05 FILLER          PIC X(13) VALUE SPACES.
           05 IL-LABEL        PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 IL-AMOUNT-Z     PIC $$,$$9.99.
           05 FILLER          PIC X(48) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(30).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(25) VALUE SPACES.

       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM LOAD-W4-RTN
               UNTIL W4-EOF-SW = 'F'.
           PERFORM LOAD-FED-RTN
               UNTIL FED-EOF-SW = 'F'.
           PERFORM LOAD-STATE-RTN
               UNTIL STATE-EOF-SW = 'F'.
           PERFORM LOAD-YTD-RTN
               UNTIL YTD-EOF-SW = 'F'.
           PERFORM LOAD-RET-RTN
               UNTIL RET-EOF-SW = 'F'.
           PERFORM LOAD-OT-RULES-RTN
               UNTIL OT-EOF-SW = 'F'.
           PERFORM LOAD-REGISTER-RTN
               UNTIL REG-EOF-SW = 'F'.
           PERFORM LOAD-GARN-RTN
               UNTIL GARN-EOF-SW = 'F'.
           PERFORM LOAD-TRAN-RTN THRU LOAD-TRAN-RTN-EXIT
               UNTIL TRAN-EOF-SW = 'F'.
           PERFORM GET-CHECK-NUMBER-RTN.
           PERFORM HDG-ROUTINE.
           PERFORM READ-INPUT
               UNTIL EOF-SW-PR = 'F'.
           PERFORM REJECT-UNMATCHED-RTN
               VARYING TRN-SUB FROM 1 BY 1
               UNTIL TRN-SUB > WS-TRN-CNT.
           PERFORM WRITE-PP-TRAILER-RTN.
           PERFORM WRITE-REMIT-TRAILER-RTN.
           PERFORM PUT-CHECK-NUMBER-RTN.
           PERFORM WRITE-YTD-OUT-RTN
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > WS-YTD-CNT.
           PERFORM WRITE-REG-OUT-RTN
               VARYING REG-SUB FROM 1 BY 1
               UNTIL REG-SUB > WS-REG-CNT.
           PERFORM WRITE-GARN-OUT-RTN
               VARYING GRN-SUB FROM 1 BY 1
               UNTIL GRN-SUB > WS-GRN-CNT.
           PERFORM WRITE-PAYEE-RTN
               VARYING PYE-SUB FROM 1 BY 1
               UNTIL PYE-SUB > WS-PYE-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41OFCY - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TRAN-FILE.
           IF NOT TRAN-FS-OK
               DISPLAY 'SU41OFCY - TRAN-FILE OPEN FAILED, STATUS='
                       TRAN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41OFCY - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO W-4 FILE MEANS EVERYONE WITHHOLDS AT THE STATUTORY
      * DEFAULT - SINGLE, NO ALLOWANCES - AS IN THE PAY CYCLE.
           OPEN INPUT W4-FILE.
           IF NOT W4-FS-OK
               DISPLAY 'SU41OFCY - NO W4 FILE, STATUS=' W4-FS
               MOVE 'F' TO W4-EOF-SW
           ELSE
               READ W4-FILE
                   AT END MOVE 'F' TO W4-EOF-SW
               END-READ
           END-IF.
      * A MISSING FEDERAL TABLE IS AN ERROR, NOT A DEFAULT - THE SAME
      * RULE THE PAY CYCLE KEEPS.
           OPEN INPUT FED-FILE.
           IF NOT FED-FS-OK
               DISPLAY 'SU41OFCY - FED TAX TABLE OPEN FAILED, '
                       'STATUS=' FED-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ FED-FILE
               AT END
                   DISPLAY 'SU41OFCY - FED TAX TABLE EMPTY'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ.
           OPEN INPUT STATE-FILE.
           IF NOT STATE-FS-OK
               DISPLAY 'SU41OFCY - NO STATE TAX TABLE, STATUS='
                       STATE-FS
               MOVE 'F' TO STATE-EOF-SW
           ELSE
               READ STATE-FILE
                   AT END MOVE 'F' TO STATE-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT YTD-FILE.
           IF NOT YTD-FS-OK
               DISPLAY 'SU41OFCY - NO PRIOR YTD FILE, STATUS='
                       YTD-FS
               MOVE 'F' TO YTD-EOF-SW
           ELSE
               READ YTD-FILE
                   AT END MOVE 'F' TO YTD-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT YTDO-FILE.
           IF NOT YTDO-FS-OK
               DISPLAY 'SU41OFCY - YTDO-FILE OPEN FAILED, STATUS='
                       YTDO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RET-FILE.
           IF NOT RET-FS-OK
               DISPLAY 'SU41OFCY - NO RETIREMENT ELECTIONS, STATUS='
                       RET-FS
               MOVE 'F' TO RET-EOF-SW
           ELSE
               READ RET-FILE
                   AT END MOVE 'F' TO RET-EOF-SW
               END-READ
           END-IF.
           OPEN INPUT RETC-FILE.
           IF NOT RETC-FS-OK
               DISPLAY 'SU41OFCY - NO RETIREMENT PLAN CARD, '
                       'NO MATCH'
           ELSE
               READ RETC-FILE
                   AT END
                       DISPLAY 'RETIREMENT PLAN CARD EMPTY'
                       MOVE 'F' TO RETC-EOF-SW
               END-READ
               IF RETC-EOF-SW NOT = 'F'
                   MOVE RET-MATCH-PCT     TO WS-MATCH-PCT
                   MOVE RET-MATCH-CAP-PCT TO WS-MATCH-CAP
                   MOVE RET-ANNUAL-LIMIT  TO WS-ANNUAL-LIMIT
               END-IF
               CLOSE RETC-FILE
           END-IF.
      * NO FICA CARD MEANS THE PAY CYCLE'S DEFAULT RATES AND BASES.
           OPEN INPUT FICA-FILE.
           IF NOT FICA-FS-OK
               DISPLAY 'SU41OFCY - NO FICA CARD, DEFAULT RATES APPLY'
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
               DISPLAY 'SU41OFCY - REMIT-FILE OPEN FAILED, STATUS='
                       REMIT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT OT-FILE.
           IF NOT OT-FS-OK
               DISPLAY 'SU41OFCY - NO OT RULES FILE, DEFAULTS APPLY'
               MOVE 'F' TO OT-EOF-SW
           ELSE
               READ OT-FILE
                   AT END MOVE 'F' TO OT-EOF-SW
               END-READ
           END-IF.
      * NO PRIOR REGISTER MEANS THE FIRST OFF-CYCLE RUN.
           OPEN INPUT REG-FILE.
           IF NOT REG-FS-OK
               DISPLAY 'SU41OFCY - NO PRIOR CHECK REGISTER, STATUS='
                       REG-FS
               MOVE 'F' TO REG-EOF-SW
           ELSE
               READ REG-FILE
                   AT END MOVE 'F' TO REG-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT REGO-FILE.
           IF NOT REGO-FS-OK
               DISPLAY 'SU41OFCY - REGO-FILE OPEN FAILED, STATUS='
                       REGO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PP-FILE.
           IF NOT PP-FS-OK
               DISPLAY 'SU41OFCY - PP-FILE OPEN FAILED, STATUS='
                       PP-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41OFCY - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PRG-FILE.
           IF NOT PRG-FS-OK
               DISPLAY 'SU41OFCY - PRG-FILE OPEN FAILED, STATUS='
                       PRG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO ORDER FILE MEANS NO GARNISHMENTS, AS IN THE PAY CYCLE.
           OPEN INPUT GARN-FILE.
           IF NOT GARN-FS-OK
               DISPLAY 'SU41OFCY - NO GARNISHMENT FILE, STATUS='
                       GARN-FS
               MOVE 'F' TO GARN-EOF-SW
           ELSE
               READ GARN-FILE
                   AT END MOVE 'F' TO GARN-EOF-SW
               END-READ
           END-IF.
           OPEN OUTPUT GARNO-FILE.
           IF NOT GARNO-FS-OK
               DISPLAY 'SU41OFCY - GARNO-FILE OPEN FAILED, STATUS='
                       GARNO-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * MISSING PROTECTED-EARNINGS CARD MEANS THE STATUTORY DEFAULT.
           OPEN INPUT GCTL-FILE.
           IF NOT GCTL-FS-OK
               DISPLAY 'SU41OFCY - NO GARNISHMENT CARD, 25 PCT '
                       'PROTECTED-EARNINGS LIMIT'
           ELSE
               READ GCTL-FILE
                   AT END
                       DISPLAY 'GARNISHMENT CARD EMPTY, 25 PCT'
                       MOVE 'F' TO GCTL-EOF-SW
               END-READ
               IF GCTL-EOF-SW NOT = 'F' AND GCT-MAX-PCT > 0
                   MOVE GCT-MAX-PCT TO WS-MAX-PCT
               END-IF
               CLOSE GCTL-FILE
           END-IF.
           OPEN OUTPUT PAYEE-FILE.
           IF NOT PAYEE-FS-OK
               DISPLAY 'SU41OFCY - PAYEE-FILE OPEN FAILED, STATUS='
                       PAYEE-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41OFCY ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
           MOVE WS-RUN-DATE-8(1:4) TO WS-RUN-YEAR.
           MOVE WS-RUN-DATE-8(5:2) TO WS-RUN-MM.
           COMPUTE WS-RUN-QTR = (WS-RUN-MM + 2) / 3.
      * CHECKS AND THEIR REVERSALS ARE JOURNALED INTO THE OPEN PERIOD
      * COVERING THE RUN DATE OR NOT AT ALL.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41OFCY ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ TRAN-FILE
               AT END MOVE 'F' TO TRAN-EOF-SW.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-W4-RTN.
           IF WS-W4-CNT < WS-W4-MAX
               ADD 1 TO WS-W4-CNT
               SET W4-INDEX TO WS-W4-CNT
               MOVE W4-EMP-ID     TO WT-EMP-ID(W4-INDEX)
               MOVE W4-FILING     TO WT-FILING(W4-INDEX)
               MOVE W4-ALLOWANCES TO WT-ALLOWANCES(W4-INDEX)
               MOVE W4-ADDL-AMT   TO WT-ADDL-AMT(W4-INDEX)
           ELSE
               DISPLAY 'SU41OFCY ABEND - W4 TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ W4-FILE
               AT END MOVE 'F' TO W4-EOF-SW.
       LOAD-W4-RTN-EXIT. EXIT.

       LOAD-FED-RTN.
           IF WS-FED-CNT < 40
               ADD 1 TO WS-FED-CNT
               MOVE FED-FILING   TO FT-FILING(WS-FED-CNT)
               MOVE FED-UPTO     TO FT-UPTO(WS-FED-CNT)
               MOVE FED-BASE-TAX TO FT-BASE-TAX(WS-FED-CNT)
               MOVE FED-PCT      TO FT-PCT(WS-FED-CNT)
               IF FED-ALLOW-AMT > 0
                   MOVE FED-ALLOW-AMT TO WS-ALLOW-AMT
               END-IF
           ELSE
               DISPLAY 'SU41OFCY ABEND - FED TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ FED-FILE
               AT END MOVE 'F' TO FED-EOF-SW.
       LOAD-FED-RTN-EXIT. EXIT.

       LOAD-STATE-RTN.
           IF WS-ST-CNT < 60
               ADD 1 TO WS-ST-CNT
               MOVE ST-STATE TO STT-STATE(WS-ST-CNT)
               MOVE ST-PCT   TO STT-PCT(WS-ST-CNT)
           ELSE
               DISPLAY 'SU41OFCY ABEND - STATE TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ STATE-FILE
               AT END MOVE 'F' TO STATE-EOF-SW.
       LOAD-STATE-RTN-EXIT. EXIT.

       LOAD-YTD-RTN.
      * A ROW FROM A PRIOR YEAR IS LOADED ZEROED UNDER THE NEW YEAR,
      * AS THE PAY CYCLE LOADS IT.
           IF WS-YTD-CNT < WS-YTD-MAX
               ADD 1 TO WS-YTD-CNT
               MOVE YTD-EMP-ID TO YT-EMP-ID(WS-YTD-CNT)
               IF YTD-YEAR = WS-RUN-YEAR
                   MOVE YTD-YEAR  TO YT-YEAR(WS-YTD-CNT)
                   MOVE YTD-GROSS TO YT-GROSS(WS-YTD-CNT)
                   MOVE YTD-FIT   TO YT-FIT(WS-YTD-CNT)
                   MOVE YTD-SIT   TO YT-SIT(WS-YTD-CNT)
                   MOVE YTD-DED   TO YT-DED(WS-YTD-CNT)
                   MOVE YTD-NET   TO YT-NET(WS-YTD-CNT)
                   MOVE YTD-QTR-GROSS(1)
                       TO YT-QTR-GROSS(WS-YTD-CNT 1)
                   MOVE YTD-QTR-GROSS(2)
                       TO YT-QTR-GROSS(WS-YTD-CNT 2)
                   MOVE YTD-QTR-GROSS(3)
                       TO YT-QTR-GROSS(WS-YTD-CNT 3)
                   MOVE YTD-QTR-GROSS(4)
                       TO YT-QTR-GROSS(WS-YTD-CNT 4)
                   IF YTD-RET NUMERIC
                       MOVE YTD-RET TO YT-RET(WS-YTD-CNT)
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
                   MOVE 0 TO YT-FIT(WS-YTD-CNT)
                   MOVE 0 TO YT-SIT(WS-YTD-CNT)
                   MOVE 0 TO YT-DED(WS-YTD-CNT)
                   MOVE 0 TO YT-NET(WS-YTD-CNT)
                   MOVE 0 TO YT-QTR-GROSS(WS-YTD-CNT 1)
                   MOVE 0 TO YT-QTR-GROSS(WS-YTD-CNT 2)
                   MOVE 0 TO YT-QTR-GROSS(WS-YTD-CNT 3)
                   MOVE 0 TO YT-QTR-GROSS(WS-YTD-CNT 4)
                   MOVE 0 TO YT-RET(WS-YTD-CNT)
                   MOVE 0 TO YT-SS-TAX(WS-YTD-CNT)
                   MOVE 0 TO YT-MED-TAX(WS-YTD-CNT)
                   MOVE 0 TO YT-REIMB(WS-YTD-CNT)
               END-IF
           ELSE
               DISPLAY 'SU41OFCY ABEND - YTD TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ YTD-FILE
               AT END MOVE 'F' TO YTD-EOF-SW.
       LOAD-YTD-RTN-EXIT. EXIT.

       LOAD-RET-RTN.
           IF WS-RET-CNT < WS-RET-MAX
               ADD 1 TO WS-RET-CNT
               SET RE-INDEX TO WS-RET-CNT
               MOVE RE-EMP-ID TO RET-EMP-ID(RE-INDEX)
               MOVE RE-METHOD TO RET-METHOD(RE-INDEX)
               MOVE RE-AMOUNT TO RET-AMOUNT(RE-INDEX)
           ELSE
               DISPLAY 'SU41OFCY ABEND - ELECTION TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ RET-FILE
               AT END MOVE 'F' TO RET-EOF-SW.
       LOAD-RET-RTN-EXIT. EXIT.

       LOAD-OT-RULES-RTN.
      * ONLY THE WEEKLY RULE APPLIES - AN OFF-CYCLE TIMECARD COMES IN
      * AS ONE HOURS FIGURE, NOT DAILY DETAIL BY SHIFT.
           IF OTC-RULES
               IF OTC-WEEK-THRESH > 0
                   MOVE OTC-WEEK-THRESH TO WS-WEEK-THRESH
               END-IF
               IF OTC-WEEK-MULT > 0
                   MOVE OTC-WEEK-MULT TO WS-WEEK-MULT
               END-IF
           END-IF.
           READ OT-FILE
               AT END MOVE 'F' TO OT-EOF-SW.
       LOAD-OT-RULES-RTN-EXIT. EXIT.

       LOAD-REGISTER-RTN.
           IF WS-REG-CNT < WS-REG-MAX
               ADD 1 TO WS-REG-CNT
               MOVE CKR-CHECK-NO    TO RT-CHECK-NO(WS-REG-CNT)
               MOVE CKR-EMP-ID      TO RT-EMP-ID(WS-REG-CNT)
               MOVE CKR-ISSUE-DATE  TO RT-ISSUE-DATE(WS-REG-CNT)
               MOVE CKR-SOURCE      TO RT-SOURCE(WS-REG-CNT)
               MOVE CKR-STATUS      TO RT-STATUS(WS-REG-CNT)
               MOVE CKR-VOID-DATE   TO RT-VOID-DATE(WS-REG-CNT)
               MOVE CKR-GROSS       TO RT-GROSS(WS-REG-CNT)
               MOVE CKR-FIT         TO RT-FIT(WS-REG-CNT)
               MOVE CKR-SIT         TO RT-SIT(WS-REG-CNT)
               MOVE CKR-RET         TO RT-RET(WS-REG-CNT)
               MOVE CKR-DED         TO RT-DED(WS-REG-CNT)
               MOVE CKR-NET         TO RT-NET(WS-REG-CNT)
               MOVE CKR-REPLACES-NO TO RT-REPLACES-NO(WS-REG-CNT)
               MOVE 0 TO RT-SS-WAGES(WS-REG-CNT)
               MOVE 0 TO RT-ADDL-WAGES(WS-REG-CNT)
               MOVE 0 TO RT-SS-TAX(WS-REG-CNT)
               MOVE 0 TO RT-MED-TAX(WS-REG-CNT)
               MOVE 0 TO RT-GARN(WS-REG-CNT)
               MOVE 0 TO RT-REIMB(WS-REG-CNT)
               MOVE 0 TO RT-OT-PREM(WS-REG-CNT)
               IF CKR-SS-WAGES NUMERIC
                   MOVE CKR-SS-WAGES   TO RT-SS-WAGES(WS-REG-CNT)
               END-IF
               IF CKR-ADDL-WAGES NUMERIC
                   MOVE CKR-ADDL-WAGES TO RT-ADDL-WAGES(WS-REG-CNT)
               END-IF
               IF CKR-SS-TAX NUMERIC
                   MOVE CKR-SS-TAX     TO RT-SS-TAX(WS-REG-CNT)
               END-IF
               IF CKR-MED-TAX NUMERIC
                   MOVE CKR-MED-TAX    TO RT-MED-TAX(WS-REG-CNT)
               END-IF
               IF CKR-GARN NUMERIC
                   MOVE CKR-GARN       TO RT-GARN(WS-REG-CNT)
               END-IF
               IF CKR-REIMB NUMERIC
                   MOVE CKR-REIMB      TO RT-REIMB(WS-REG-CNT)
               END-IF
               IF CKR-OT-PREM NUMERIC
                   MOVE CKR-OT-PREM    TO RT-OT-PREM(WS-REG-CNT)
               END-IF
           ELSE
               DISPLAY 'SU41OFCY ABEND - REGISTER TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-REG-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ REG-FILE
               AT END MOVE 'F' TO REG-EOF-SW.
       LOAD-REGISTER-RTN-EXIT. EXIT.

       LOAD-GARN-RTN.
           IF WS-GRN-CNT < WS-GRN-MAX
               ADD 1 TO WS-GRN-CNT
               MOVE GA-EMP-ID   TO GT-EMP-ID(WS-GRN-CNT)
               MOVE GA-ORDER-NO TO GT-ORDER-NO(WS-GRN-CNT)
               MOVE GA-TYPE     TO GT-TYPE(WS-GRN-CNT)
               MOVE GA-PRIORITY TO GT-PRIORITY(WS-GRN-CNT)
               MOVE GA-METHOD   TO GT-METHOD(WS-GRN-CNT)
               MOVE GA-AMOUNT   TO GT-AMOUNT(WS-GRN-CNT)
               MOVE GA-LIFE-CAP TO GT-LIFE-CAP(WS-GRN-CNT)
               MOVE GA-WITHHELD TO GT-WITHHELD(WS-GRN-CNT)
               MOVE GA-PAYEE    TO GT-PAYEE(WS-GRN-CNT)
               MOVE GA-STATUS   TO GT-STATUS(WS-GRN-CNT)
           ELSE
               DISPLAY 'SU41OFCY ABEND - ORDER TABLE OVERFLOW'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ GARN-FILE
               AT END MOVE 'F' TO GARN-EOF-SW.
       LOAD-GARN-RTN-EXIT. EXIT.

       LOAD-TRAN-RTN.
           ADD 1 TO WS-TRAN-READ.
           IF NOT OC-PAY AND NOT OC-VOID AND NOT OC-REISSUE
               MOVE OC-TYPE   TO DL-TYPE
               MOVE OC-EMP-ID TO DL-EMP-ID
               MOVE 0         TO DL-CHECK-NO
               MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
               GO TO LOAD-TRAN-NEXT-RTN
           END-IF.
           IF WS-TRN-CNT NOT < WS-TRN-MAX
               DISPLAY 'SU41OFCY ABEND - TRANSACTION TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-TRN-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-TRN-CNT.
           MOVE OC-TYPE       TO TT-TYPE(WS-TRN-CNT).
           MOVE OC-EMP-ID     TO TT-EMP-ID(WS-TRN-CNT).
           MOVE OC-DED-SW     TO TT-DED-SW(WS-TRN-CNT).
           MOVE 'N'           TO TT-DONE-SW(WS-TRN-CNT).
           MOVE 0             TO TT-CHECK-NO(WS-TRN-CNT).
           MOVE 0             TO TT-ISSUE-DATE(WS-TRN-CNT).
           MOVE 0             TO TT-HOURS(WS-TRN-CNT).
           MOVE 0             TO TT-GROSS(WS-TRN-CNT).
           MOVE 0             TO TT-FIT(WS-TRN-CNT).
           MOVE 0             TO TT-SIT(WS-TRN-CNT).
           MOVE 0             TO TT-RET(WS-TRN-CNT).
           MOVE 0             TO TT-DED(WS-TRN-CNT).
           IF OC-CHECK-NO NUMERIC
               MOVE OC-CHECK-NO   TO TT-CHECK-NO(WS-TRN-CNT)
           END-IF.
           IF OC-ISSUE-DATE NUMERIC
               MOVE OC-ISSUE-DATE TO TT-ISSUE-DATE(WS-TRN-CNT)
           END-IF.
           IF OC-HOURS NUMERIC
               MOVE OC-HOURS      TO TT-HOURS(WS-TRN-CNT)
           END-IF.
           IF OC-GROSS NUMERIC
               MOVE OC-GROSS      TO TT-GROSS(WS-TRN-CNT)
           END-IF.
           IF OC-FIT NUMERIC
               MOVE OC-FIT        TO TT-FIT(WS-TRN-CNT)
           END-IF.
           IF OC-SIT NUMERIC
               MOVE OC-SIT        TO TT-SIT(WS-TRN-CNT)
           END-IF.
           IF OC-RET NUMERIC
               MOVE OC-RET        TO TT-RET(WS-TRN-CNT)
           END-IF.
           IF OC-DED NUMERIC
               MOVE OC-DED        TO TT-DED(WS-TRN-CNT)
           END-IF.
       LOAD-TRAN-NEXT-RTN.
           READ TRAN-FILE
               AT END MOVE 'F' TO TRAN-EOF-SW.
       LOAD-TRAN-RTN-EXIT. EXIT.

       GET-CHECK-NUMBER-RTN.
      * SU41PGM16'S CONVENTION: A MISSING OR EMPTY CONTROL DATASET
      * STARTS AT ONE, AND THE NEXT NUMBER IS ALWAYS WRITTEN BACK SO
      * NO TWO RUNS - OFF-CYCLE OR REGULAR - ISSUE THE SAME NUMBER.
           MOVE 'N' TO CHKNO-REWRITE-SW.
           OPEN I-O CHKNO-FILE.
           IF NOT CHKNO-FS-OK
               DISPLAY 'SU41OFCY - NO CHECK-NUMBER DATASET, '
                       'STATUS=' CHKNO-FS ' - STARTING AT 1'
               MOVE 'F' TO CHKNO-EOF-SW
           ELSE
               READ CHKNO-FILE
                   AT END
                       DISPLAY 'CHECK-NUMBER DATASET EMPTY, '
                               'STARTING AT 1'
                       MOVE 'F' TO CHKNO-EOF-SW
               END-READ
               IF CHKNO-EOF-SW NOT = 'F' AND CK-NEXT-NUMBER > 0
                   MOVE CK-NEXT-NUMBER TO WS-NEXT-CHECK
                   MOVE 'Y' TO CHKNO-REWRITE-SW
               END-IF
           END-IF.
       GET-CHECK-NUMBER-RTN-EXIT. EXIT.

       PUT-CHECK-NUMBER-RTN.
           IF CHKNO-REWRITE-SW = 'Y'
               MOVE WS-NEXT-CHECK TO CK-NEXT-NUMBER
               REWRITE CHKNO-REC
               CLOSE CHKNO-FILE
           ELSE
               IF CHKNO-FS-OK
                   CLOSE CHKNO-FILE
               END-IF
               OPEN OUTPUT CHKNO-FILE
               IF CHKNO-FS-OK
                   MOVE SPACES TO CHKNO-REC
                   MOVE WS-NEXT-CHECK TO CK-NEXT-NUMBER
                   WRITE CHKNO-REC
                   CLOSE CHKNO-FILE
               ELSE
                   DISPLAY 'SU41OFCY - CHECK-NUMBER SEED FAILED, '
                           'STATUS=' CHKNO-FS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       PUT-CHECK-NUMBER-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO PP-HDR-DATE.
           MOVE PP-HEADER-REC TO PP-REC.
           WRITE PP-REC.
       HDG-ROUTINE-EXIT. EXIT.

       READ-INPUT.
           PERFORM APPLY-TRAN-RTN THRU APPLY-TRAN-RTN-EXIT
               VARYING TRN-SUB FROM 1 BY 1
               UNTIL TRN-SUB > WS-TRN-CNT.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
       READ-INPUT-EXIT. EXIT.

       APPLY-TRAN-RTN.
           IF TT-EMP-ID(TRN-SUB) NOT = PR-EMPLOYEE-ID
                   OR TT-DONE-SW(TRN-SUB) = 'Y'
               GO TO APPLY-TRAN-RTN-EXIT
           END-IF.
           MOVE 'Y' TO TT-DONE-SW(TRN-SUB).
           EVALUATE TT-TYPE(TRN-SUB)
               WHEN 'P'
                   PERFORM PAY-RTN THRU PAY-RTN-EXIT
               WHEN 'V'
                   PERFORM VOID-RTN THRU VOID-RTN-EXIT
                   IF TRAN-OK
                       ADD 1 TO WS-VOID-CNT
                   END-IF
               WHEN 'R'
                   PERFORM VOID-RTN THRU VOID-RTN-EXIT
                   IF TRAN-OK
                       PERFORM REISSUE-RTN
                   END-IF
           END-EVALUATE.
       APPLY-TRAN-RTN-EXIT. EXIT.

       REJECT-UNMATCHED-RTN.
           IF TT-DONE-SW(TRN-SUB) NOT = 'Y'
               MOVE TT-TYPE(TRN-SUB)     TO DL-TYPE
               MOVE TT-EMP-ID(TRN-SUB)   TO DL-EMP-ID
               MOVE TT-CHECK-NO(TRN-SUB) TO DL-CHECK-NO
               MOVE 'NOT ON PAYROLL MASTER' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
           END-IF.
       REJECT-UNMATCHED-RTN-EXIT. EXIT.

       REJECT-LINE-RTN.
           ADD 1 TO WS-REJECT-CNT.
           MOVE 0 TO DL-GROSS-Z.
           MOVE 0 TO DL-NET-Z.
           STRING 'REJ ' WS-REJECT-NOTE DELIMITED BY SIZE
               INTO DL-NOTE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 4 TO RETURN-CODE.
       REJECT-LINE-RTN-EXIT. EXIT.

       PAY-RTN.
      * ONE CHECK, PRICED AND WITHHELD THE WAY THE PAY CYCLE WOULD
      * HAVE DONE IT, DATED AND QUARTERED TODAY.  EXPENSE
      * REIMBURSEMENTS STAY WITH THE REGULAR CYCLE, SO NONE IS PAID.
           MOVE 'N' TO TRAN-OK-SW.
           MOVE 0 TO WS-REIMB.
           MOVE 'P'            TO DL-TYPE.
           MOVE PR-EMPLOYEE-ID TO DL-EMP-ID.
           MOVE 0              TO DL-CHECK-NO.
           PERFORM COMPUTE-GROSS-RTN THRU COMPUTE-GROSS-RTN-EXIT.
           IF WS-GROSS = 0
               MOVE 'NOTHING TO PAY' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
               GO TO PAY-RTN-EXIT
           END-IF.
           PERFORM COMPUTE-TAXES-RTN.
           PERFORM LOCATE-YTD-RTN.
           MOVE 0 TO WS-FICA-YTD.
           IF YTD-FOUND
               MOVE YT-GROSS(YTD-HIT-SUB) TO WS-FICA-YTD
           END-IF.
           PERFORM COMPUTE-FICA-RTN.
           MOVE 0 TO WS-RET-CONTRIB.
           MOVE 0 TO WS-RET-MATCH.
           MOVE 0 TO WS-DED-TOTAL.
           IF TT-DED-SW(TRN-SUB) = 'Y'
               PERFORM COMPUTE-RETIREMENT-RTN
                   THRU COMPUTE-RETIREMENT-RTN-EXIT
               IF PR-BENEFIT-YES
                   COMPUTE WS-DED-TOTAL ROUNDED =
                       PR-BENEFIT-COST-YR / WS-PERIODS
               END-IF
           END-IF.
           MOVE 0 TO WS-GARN-TOTAL.
           COMPUTE WS-NET = WS-GROSS - WS-FIT - WS-SIT - WS-FICA
               - WS-RET-CONTRIB - WS-DED-TOTAL.
           IF WS-NET NOT > 0
               MOVE 'WITHHOLDING OVER GROSS' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
               GO TO PAY-RTN-EXIT
           END-IF.
      * A COURT ORDER IS NOT ELECTIVE - IT IS TAKEN WHETHER OR NOT
      * THE CHECK CARRIES DEDUCTIONS, ONLY ONCE THE CHECK IS KNOWN
      * TO PAY, SO AN ORDER IS NEVER CHARGED FOR A REJECTED CHECK.
           PERFORM COMPUTE-GARNISH-RTN
               THRU COMPUTE-GARNISH-RTN-EXIT.
           SUBTRACT WS-GARN-TOTAL FROM WS-NET.
           ADD WS-GARN-TOTAL TO WS-GRAND-GARN.
           MOVE 'Y' TO TRAN-OK-SW.
           ADD 1 TO WS-PAY-CNT.
           MOVE WS-RUN-QTR    TO WS-QTR.
           MOVE WS-RUN-DATE-8 TO WS-ISSUE-DATE.
           MOVE WS-RUN-DATE-8 TO WS-REPORT-DATE.
           MOVE 'O'           TO WS-SOURCE.
           MOVE 0             TO WS-REPLACES-NO.
           PERFORM ISSUE-CHECK-RTN.
           IF WS-RET-CONTRIB > 0
               PERFORM WRITE-REMIT-DETAIL-RTN
           END-IF.
       PAY-RTN-EXIT. EXIT.

       COMPUTE-GROSS-RTN.
      * A KEYED GROSS WINS - A FINAL CHECK OR A FLAT CORRECTION.
      * OTHERWISE AN HOURLY EMPLOYEE'S HOURS ARE PRICED STRAIGHT UP
      * TO THE WEEKLY THRESHOLD AND AT THE OVERTIME MULTIPLIER BEYOND
      * IT, AND A SALARIED EMPLOYEE GETS ONE PERIOD'S PAY.
           MOVE 0 TO WS-GROSS.
           MOVE 0 TO WS-OT-PREM.
           IF TT-GROSS(TRN-SUB) > 0
               MOVE TT-GROSS(TRN-SUB) TO WS-GROSS
               GO TO COMPUTE-GROSS-RTN-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN PR-HOURLY
                   MOVE TT-HOURS(TRN-SUB) TO WS-HOURS
                   IF WS-HOURS > WS-WEEK-THRESH
                       COMPUTE WS-OT-HOURS = WS-HOURS - WS-WEEK-THRESH
                   ELSE
                       MOVE 0 TO WS-OT-HOURS
                   END-IF
                   COMPUTE WS-GROSS ROUNDED =
                       (PR-PAY-RATE * (WS-HOURS - WS-OT-HOURS)) +
                       (PR-PAY-RATE * WS-WEEK-MULT * WS-OT-HOURS)
                   COMPUTE WS-OT-PREM ROUNDED =
                       PR-PAY-RATE * (WS-WEEK-MULT - 1) * WS-OT-HOURS
               WHEN PR-BIWEEKLY
                   MOVE PR-PAY-RATE TO WS-GROSS
               WHEN PR-YEARLY
                   COMPUTE WS-GROSS = PR-PAY-RATE / 26
               WHEN OTHER
                   MOVE 0 TO WS-GROSS
           END-EVALUATE.
       COMPUTE-GROSS-RTN-EXIT. EXIT.

       COMPUTE-TAXES-RTN.
      * THE PAY CYCLE'S ANNUALIZED-WAGES METHOD, UNCHANGED: PERIOD
      * GROSS TO A YEAR, W-4 ALLOWANCES OFF, THE BRACKET WALK FOR THE
      * ANNUAL FEDERAL TAX, ONE PERIOD'S SHARE WITHHELD PLUS ANY W-4
      * ADDITIONAL AMOUNT, AND THE STATE FLAT RATE ON THE SAME
      * TAXABLE FIGURE.
           MOVE 'S' TO WS-FILING.
           MOVE 0 TO WS-ALLOWANCES.
           MOVE 0 TO WS-ADDL-AMT.
           IF WS-W4-CNT > 0
               SET W4-INDEX TO 1
               SEARCH WS-W4-TBL
                   AT END CONTINUE
                   WHEN WT-EMP-ID(W4-INDEX) = PR-EMPLOYEE-ID
                       MOVE WT-FILING(W4-INDEX)     TO WS-FILING
                       MOVE WT-ALLOWANCES(W4-INDEX) TO WS-ALLOWANCES
                       MOVE WT-ADDL-AMT(W4-INDEX)   TO WS-ADDL-AMT
               END-SEARCH
           END-IF.
           COMPUTE WS-ANN-GROSS = WS-GROSS * WS-PERIODS.
           COMPUTE WS-ANN-TAXABLE = WS-ANN-GROSS -
               (WS-ALLOWANCES * WS-ALLOW-AMT).
           IF WS-ANN-TAXABLE < 0
               MOVE 0 TO WS-ANN-TAXABLE
           END-IF.
           MOVE 0 TO WS-ANN-TAX.
           MOVE 0 TO WS-LOWER.
           MOVE 'N' TO BRKT-DONE-SW.
           PERFORM WALK-BRACKETS-RTN THRU WALK-BRACKETS-RTN-EXIT
               VARYING FED-SUB FROM 1 BY 1
               UNTIL FED-SUB > WS-FED-CNT OR BRKT-DONE.
           COMPUTE WS-FIT ROUNDED =
               (WS-ANN-TAX / WS-PERIODS) + WS-ADDL-AMT.
           MOVE 0 TO WS-SIT.
           PERFORM FIND-STATE-RTN
               VARYING ST-SUB FROM 1 BY 1
               UNTIL ST-SUB > WS-ST-CNT.
       COMPUTE-TAXES-RTN-EXIT. EXIT.

       COMPUTE-FICA-RTN.
      * THE PAY CYCLE'S FICA: SOCIAL SECURITY ON THE WAGES STILL
      * UNDER THE ANNUAL BASE, MEDICARE ON ALL OF THEM, AND THE
      * EMPLOYEE-ONLY ADDITIONAL MEDICARE TAX PAST THE THRESHOLD.
      * THE CALLER SETS WS-FICA-YTD TO THE YEAR'S GROSS BEFORE THIS
      * CHECK.
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
           PERFORM COMPUTE-MEDICARE-RTN.
       COMPUTE-FICA-RTN-EXIT. EXIT.

       COMPUTE-MEDICARE-RTN.
           COMPUTE WS-MED-ER ROUNDED = WS-GROSS * WS-MED-PCT / 100.
           COMPUTE WS-ADDL-TAX ROUNDED =
               WS-ADDL-WAGES * WS-ADDL-PCT / 100.
           COMPUTE WS-MED-TAX = WS-MED-ER + WS-ADDL-TAX.
           COMPUTE WS-FICA = WS-SS-TAX + WS-MED-TAX.
       COMPUTE-MEDICARE-RTN-EXIT. EXIT.

       WALK-BRACKETS-RTN.
           IF FT-FILING(FED-SUB) NOT = WS-FILING
               GO TO WALK-BRACKETS-RTN-EXIT
           END-IF.
           IF WS-ANN-TAXABLE <= FT-UPTO(FED-SUB)
               COMPUTE WS-ANN-TAX ROUNDED = FT-BASE-TAX(FED-SUB) +
                   ((WS-ANN-TAXABLE - WS-LOWER)
                    * FT-PCT(FED-SUB) / 100)
               MOVE 'Y' TO BRKT-DONE-SW
           ELSE
               MOVE FT-UPTO(FED-SUB) TO WS-LOWER
               COMPUTE WS-ANN-TAX ROUNDED = FT-BASE-TAX(FED-SUB) +
                   ((WS-ANN-TAXABLE - WS-LOWER)
                    * FT-PCT(FED-SUB) / 100)
           END-IF.
       WALK-BRACKETS-RTN-EXIT. EXIT.

       FIND-STATE-RTN.
           IF STT-STATE(ST-SUB) = PR-STATE
               COMPUTE WS-SIT ROUNDED =
                   (WS-ANN-TAXABLE * STT-PCT(ST-SUB) / 100)
                   / WS-PERIODS
           END-IF.
       FIND-STATE-RTN-EXIT. EXIT.

       COMPUTE-RETIREMENT-RTN.
      * THE ELECTION, THE IRS ANNUAL CAP AGAINST YTD AND THE EMPLOYER
      * MATCH, AS THE PAY CYCLE TAKES THEM.
           IF WS-RET-CNT = 0
               GO TO COMPUTE-RETIREMENT-RTN-EXIT
           END-IF.
           SET RE-INDEX TO 1.
           SEARCH WS-RET-TBL
               AT END GO TO COMPUTE-RETIREMENT-RTN-EXIT
               WHEN RET-EMP-ID(RE-INDEX) = PR-EMPLOYEE-ID
                   IF RET-METHOD(RE-INDEX) = 'P'
                       COMPUTE WS-RET-CONTRIB ROUNDED =
                           WS-GROSS * RET-AMOUNT(RE-INDEX) / 100
                   ELSE
                       MOVE RET-AMOUNT(RE-INDEX) TO WS-RET-CONTRIB
                   END-IF
           END-SEARCH.
           IF WS-ANNUAL-LIMIT > 0
               PERFORM LOCATE-YTD-RTN
               IF YTD-FOUND
                   IF YT-RET(YTD-HIT-SUB) >= WS-ANNUAL-LIMIT
                       MOVE 0 TO WS-RET-CONTRIB
                   ELSE
                       IF YT-RET(YTD-HIT-SUB) + WS-RET-CONTRIB
                               > WS-ANNUAL-LIMIT
                           COMPUTE WS-RET-CONTRIB = WS-ANNUAL-LIMIT
                               - YT-RET(YTD-HIT-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-RET-CONTRIB > 0 AND WS-MATCH-PCT > 0
               COMPUTE WS-RET-MATCH ROUNDED =
                   WS-RET-CONTRIB * WS-MATCH-PCT / 100
               COMPUTE WS-MATCH-MAX ROUNDED =
                   WS-GROSS * WS-MATCH-CAP / 100
               IF WS-RET-MATCH > WS-MATCH-MAX
                   MOVE WS-MATCH-MAX TO WS-RET-MATCH
               END-IF
           END-IF.
       COMPUTE-RETIREMENT-RTN-EXIT. EXIT.

       WRITE-REMIT-DETAIL-RTN.
           ADD 1 TO WS-REMIT-CNT.
           ADD WS-RET-CONTRIB TO WS-GRAND-RET.
           ADD WS-RET-MATCH   TO WS-GRAND-MATCH.
           MOVE PR-EMPLOYEE-ID TO RM-EMP-ID.
           MOVE WS-RET-CONTRIB TO RM-CONTRIB.
           MOVE WS-RET-MATCH   TO RM-MATCH.
           MOVE REMIT-DETAIL-REC TO REMIT-REC.
           WRITE REMIT-REC.
       WRITE-REMIT-DETAIL-RTN-EXIT. EXIT.

       COMPUTE-GARNISH-RTN.
      * THE PAY CYCLE'S RULE - ORDERS APPLY IN PRIORITY SEQUENCE
      * AGAINST THE PROTECTED-EARNINGS ROOM, THE CONTROL-CARD
      * PERCENTAGE OF DISPOSABLE (GROSS LESS TAXES), AND AN ORDER
      * WHOSE LIFETIME CAP FILLS IS MARKED SATISFIED.  THE ROOM NEVER
      * TAKES THE WHOLE OF WHAT THE CHECK WOULD OTHERWISE PAY.
           MOVE 0 TO WS-GARN-TOTAL.
           IF WS-GRN-CNT = 0
               GO TO COMPUTE-GARNISH-RTN-EXIT
           END-IF.
           COMPUTE WS-DISPOSABLE = WS-GROSS - WS-FIT - WS-SIT
               - WS-FICA.
           COMPUTE WS-GARN-ROOM ROUNDED =
               WS-DISPOSABLE * WS-MAX-PCT / 100.
           IF WS-GARN-ROOM NOT < WS-NET
               COMPUTE WS-GARN-ROOM = WS-NET - .01
           END-IF.
           IF WS-GARN-ROOM < 0
               MOVE 0 TO WS-GARN-ROOM
           END-IF.
           PERFORM APPLY-PRIORITY-RTN
               VARYING WS-PRI FROM 1 BY 1
               UNTIL WS-PRI > 9 OR WS-GARN-ROOM = 0.
       COMPUTE-GARNISH-RTN-EXIT. EXIT.

       APPLY-PRIORITY-RTN.
           PERFORM APPLY-ORDER-RTN
               THRU APPLY-ORDER-RTN-EXIT
               VARYING GRN-SUB FROM 1 BY 1
               UNTIL GRN-SUB > WS-GRN-CNT OR WS-GARN-ROOM = 0.
       APPLY-PRIORITY-RTN-EXIT. EXIT.

       APPLY-ORDER-RTN.
           IF GT-EMP-ID(GRN-SUB) NOT = PR-EMPLOYEE-ID
                   OR GT-PRIORITY(GRN-SUB) NOT = WS-PRI
                   OR GT-STATUS(GRN-SUB) NOT = 'A'
               GO TO APPLY-ORDER-RTN-EXIT
           END-IF.
           IF GT-METHOD(GRN-SUB) = 'P'
               COMPUTE WS-GARN-THIS ROUNDED =
                   WS-DISPOSABLE * GT-AMOUNT(GRN-SUB) / 100
           ELSE
               MOVE GT-AMOUNT(GRN-SUB) TO WS-GARN-THIS
           END-IF.
           IF WS-GARN-THIS > WS-GARN-ROOM
               MOVE WS-GARN-ROOM TO WS-GARN-THIS
           END-IF.
           IF GT-LIFE-CAP(GRN-SUB) > 0
               IF GT-WITHHELD(GRN-SUB) + WS-GARN-THIS
                       > GT-LIFE-CAP(GRN-SUB)
                   COMPUTE WS-GARN-THIS = GT-LIFE-CAP(GRN-SUB)
                       - GT-WITHHELD(GRN-SUB)
               END-IF
           END-IF.
           IF WS-GARN-THIS > 0
               ADD WS-GARN-THIS TO GT-WITHHELD(GRN-SUB)
               ADD WS-GARN-THIS TO WS-GARN-TOTAL
               SUBTRACT WS-GARN-THIS FROM WS-GARN-ROOM
               PERFORM TALLY-PAYEE-RTN
           END-IF.
           IF GT-LIFE-CAP(GRN-SUB) > 0
                   AND GT-WITHHELD(GRN-SUB) >= GT-LIFE-CAP(GRN-SUB)
               MOVE 'S' TO GT-STATUS(GRN-SUB)
               ADD 1 TO WS-SATISFIED-CNT
           END-IF.
       APPLY-ORDER-RTN-EXIT. EXIT.

       TALLY-PAYEE-RTN.
           MOVE 'N' TO PYE-FOUND-SW.
           PERFORM MATCH-PAYEE-RTN
               VARYING PYE-SUB FROM 1 BY 1
               UNTIL PYE-SUB > WS-PYE-CNT OR PYE-FOUND.
           IF NOT PYE-FOUND
               IF WS-PYE-CNT < WS-PYE-MAX
                   ADD 1 TO WS-PYE-CNT
                   MOVE WS-PYE-CNT TO PYE-SUB
                   MOVE GT-PAYEE(GRN-SUB) TO PT-PAYEE(PYE-SUB)
                   MOVE 1 TO PT-COUNT(PYE-SUB)
                   MOVE WS-GARN-THIS TO PT-AMOUNT(PYE-SUB)
               ELSE
                   DISPLAY 'SU41OFCY - PAYEE TABLE FULL, '
                           GT-PAYEE(GRN-SUB) ' NOT EXTRACTED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       TALLY-PAYEE-RTN-EXIT. EXIT.

       MATCH-PAYEE-RTN.
           IF PT-PAYEE(PYE-SUB) = GT-PAYEE(GRN-SUB)
               ADD 1 TO PT-COUNT(PYE-SUB)
               ADD WS-GARN-THIS TO PT-AMOUNT(PYE-SUB)
               MOVE 'Y' TO PYE-FOUND-SW
           END-IF.
       MATCH-PAYEE-RTN-EXIT. EXIT.

       VOID-RTN.
      * THE CHECK'S OWN FIGURES COME FROM THE REGISTER, SO THE VOID
      * TAKES BACK EXACTLY THE NET, GARNISHMENT, REIMBURSEMENT AND
      * OVERTIME PREMIUM IT PAID.  A CHECK NOT ON THE REGISTER - ONE
      * THE REGULAR CYCLE ISSUED - IS REFUSED: ITS ADVICE DOES NOT
      * CARRY THOSE FIGURES, SO IT CANNOT BE REVERSED EXACTLY HERE.
      * THE REVERSAL LANDS IN THE QUARTER THE CHECK WAS PAID IN; A
      * CHECK FROM AN EARLIER YEAR IS A W-2 CORRECTION, NOT A VOID.
           MOVE 'N' TO TRAN-OK-SW.
           MOVE TT-TYPE(TRN-SUB)     TO DL-TYPE.
           MOVE PR-EMPLOYEE-ID       TO DL-EMP-ID.
           MOVE TT-CHECK-NO(TRN-SUB) TO DL-CHECK-NO.
           IF TT-CHECK-NO(TRN-SUB) = 0
               MOVE 'NO CHECK NUMBER' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
               GO TO VOID-RTN-EXIT
           END-IF.
           PERFORM LOCATE-REGISTER-RTN.
           IF NOT REG-FOUND
               MOVE 'NOT ON CHECK REGISTER' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
               GO TO VOID-RTN-EXIT
           END-IF.
           IF RT-EMP-ID(REG-HIT-SUB) NOT = PR-EMPLOYEE-ID
               MOVE 'ISSUED TO OTHER EMPLOYEE' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
               GO TO VOID-RTN-EXIT
           END-IF.
           IF RT-STATUS(REG-HIT-SUB) = 'V'
               MOVE 'CHECK ALREADY VOIDED' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
               GO TO VOID-RTN-EXIT
           END-IF.
           MOVE RT-ISSUE-DATE(REG-HIT-SUB) TO WS-ISSUE-DATE.
           MOVE RT-GROSS(REG-HIT-SUB)      TO WS-GROSS.
           MOVE RT-FIT(REG-HIT-SUB)        TO WS-FIT.
           MOVE RT-SIT(REG-HIT-SUB)        TO WS-SIT.
           MOVE RT-RET(REG-HIT-SUB)        TO WS-RET-CONTRIB.
           MOVE RT-DED(REG-HIT-SUB)        TO WS-DED-TOTAL.
           MOVE RT-GARN(REG-HIT-SUB)       TO WS-GARN-TOTAL.
           MOVE RT-REIMB(REG-HIT-SUB)      TO WS-REIMB.
           MOVE RT-OT-PREM(REG-HIT-SUB)    TO WS-OT-PREM.
           MOVE RT-NET(REG-HIT-SUB)        TO WS-NET.
           MOVE RT-SS-WAGES(REG-HIT-SUB)   TO WS-SS-WAGES.
           MOVE RT-ADDL-WAGES(REG-HIT-SUB) TO WS-ADDL-WAGES.
           PERFORM COMPUTE-MEDICARE-RTN.
           MOVE RT-SS-TAX(REG-HIT-SUB)     TO WS-SS-TAX.
           MOVE RT-MED-TAX(REG-HIT-SUB)    TO WS-MED-TAX.
           IF WS-MED-TAX = 0
               MOVE 0 TO WS-MED-ER
           END-IF.
           COMPUTE WS-FICA = WS-SS-TAX + WS-MED-TAX.
           MOVE WS-ISSUE-DATE TO WS-WORK-DATE-8.
           IF WS-WORK-YYYY NOT = WS-RUN-YEAR
               MOVE 'PRIOR YEAR - NEEDS W-2C' TO WS-REJECT-NOTE
               PERFORM REJECT-LINE-RTN
               GO TO VOID-RTN-EXIT
           END-IF.
           COMPUTE WS-QTR = (WS-WORK-MM + 2) / 3.
           MOVE WS-ISSUE-DATE TO WS-REPORT-DATE.
           MOVE 'Y' TO TRAN-OK-SW.
           MOVE 'V'           TO RT-STATUS(REG-HIT-SUB).
           MOVE WS-RUN-DATE-8 TO RT-VOID-DATE(REG-HIT-SUB).
           PERFORM REVERSE-YTD-RTN THRU REVERSE-YTD-RTN-EXIT.
      * THE GARNISHMENT ON AN OFF-CYCLE CHECK WAS CREDITED TO ITS
      * ORDERS AND EXTRACTED FOR REMITTANCE WHEN THE CHECK WAS ISSUED.
      * A REISSUE PAYS THE SAME WITHHOLDING AGAIN SO NOTHING MOVES; A
      * PLAIN VOID LEAVES THE ORDERS AS THEY ARE AND THE GL REVERSAL
      * BELOW CARRIES THE AMOUNT UNTIL PAYROLL RECOVERS IT FROM THE
      * PAYEE OR THE COURT CREDITS IT.
           IF TT-TYPE(TRN-SUB) = 'V' AND WS-GARN-TOTAL > 0
               ADD 1 TO WS-GARN-VOID-CNT
               DISPLAY 'SU41OFCY - VOID OF ' TT-CHECK-NO(TRN-SUB)
                       ' FOR ' PR-EMPLOYEE-ID ' CARRIED GARNISHMENT '
                       WS-GARN-TOTAL ' - RECOVER FROM PAYEE'
           END-IF.
           MOVE 'V'                  TO WS-SOURCE.
           MOVE TT-CHECK-NO(TRN-SUB) TO WS-CHECK-NO.
           MOVE -1                   TO WS-PRG-SIGN.
           PERFORM WRITE-PAY-REGISTER-RTN.
           MOVE 'VOD'                TO PP-TAG.
           MOVE PR-EMPLOYEE-ID       TO PP-EMP-ID.
           MOVE PR-LAST-NAME         TO PP-LAST-NAME.
           MOVE PR-FIRST-NAME        TO PP-FIRST-NAME.
           MOVE WS-NET               TO PP-PERIOD-AMOUNT.
           MOVE TT-CHECK-NO(TRN-SUB) TO PP-CHECK-NO.
           MOVE WS-ISSUE-DATE        TO PP-ISSUE-DATE.
           MOVE PP-DETAIL-REC TO PP-REC.
           WRITE PP-REC.
           ADD 1      TO WS-PP-VOID-CNT.
           ADD WS-NET TO WS-PP-VOID-TOTAL.
           MOVE SPACES TO WS-GL-DESC.
           STRING 'VOID OF CHECK ' TT-CHECK-NO(TRN-SUB)
               DELIMITED BY SIZE INTO WS-GL-DESC.
           MOVE 'CR' TO WS-GL-SIDE.
           MOVE 'DR' TO WS-GL-OTHER.
           PERFORM JOURNAL-CHECK-RTN.
           MOVE WS-GROSS TO DL-GROSS-Z.
           MOVE WS-NET   TO DL-NET-Z.
           MOVE 'VOIDED - YTD AND GL REVERSED' TO DL-NOTE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM ITEMIZE-CHECK-RTN.
       VOID-RTN-EXIT. EXIT.

       REISSUE-RTN.
      * THE SAME PAY UNDER A NEW NUMBER, BACK INTO THE QUARTER THE
      * VOIDED CHECK WAS PAID IN, SO THE PAIR LEAVES YTD WHERE IT
      * WAS.
           ADD 1 TO WS-REISSUE-CNT.
           MOVE WS-RUN-DATE-8        TO WS-ISSUE-DATE.
           MOVE 'R'                  TO WS-SOURCE.
           MOVE TT-CHECK-NO(TRN-SUB) TO WS-REPLACES-NO.
           PERFORM ISSUE-CHECK-RTN.
       REISSUE-RTN-EXIT. EXIT.

       ISSUE-CHECK-RTN.
      * THE NEXT NUMBER IN THE SHARED SERIES, INTO YTD, THE REGISTER,
      * THE BANK'S FILE AND THE GL.
           MOVE WS-NEXT-CHECK TO WS-CHECK-NO.
           ADD 1 TO WS-NEXT-CHECK.
           PERFORM APPLY-YTD-RTN.
           MOVE WS-CHECK-NO TO TT-CHECK-NO(TRN-SUB).
           PERFORM ADD-REGISTER-ROW-RTN.
           IF REG-FOUND
               MOVE WS-SOURCE      TO RT-SOURCE(REG-HIT-SUB)
               MOVE 'I'            TO RT-STATUS(REG-HIT-SUB)
               MOVE WS-REPLACES-NO TO RT-REPLACES-NO(REG-HIT-SUB)
           END-IF.
           MOVE +1 TO WS-PRG-SIGN.
           PERFORM WRITE-PAY-REGISTER-RTN.
           MOVE 'DTL'          TO PP-TAG.
           MOVE PR-EMPLOYEE-ID TO PP-EMP-ID.
           MOVE PR-LAST-NAME   TO PP-LAST-NAME.
           MOVE PR-FIRST-NAME  TO PP-FIRST-NAME.
           MOVE WS-NET         TO PP-PERIOD-AMOUNT.
           MOVE WS-CHECK-NO    TO PP-CHECK-NO.
           MOVE WS-ISSUE-DATE  TO PP-ISSUE-DATE.
           MOVE PP-DETAIL-REC TO PP-REC.
           WRITE PP-REC.
           ADD 1      TO WS-PP-CNT.
           ADD WS-NET TO WS-PP-TOTAL.
           MOVE SPACES TO WS-GL-DESC.
           STRING 'OFF-CYCLE CHECK ' WS-CHECK-NO
               DELIMITED BY SIZE INTO WS-GL-DESC.
           MOVE 'DR' TO WS-GL-SIDE.
           MOVE 'CR' TO WS-GL-OTHER.
           PERFORM JOURNAL-CHECK-RTN.
           MOVE 'P'            TO DL-TYPE.
           IF WS-SOURCE = 'R'
               MOVE 'R'        TO DL-TYPE
           END-IF.
           MOVE PR-EMPLOYEE-ID TO DL-EMP-ID.
           MOVE WS-CHECK-NO    TO DL-CHECK-NO.
           MOVE WS-GROSS       TO DL-GROSS-Z.
           MOVE WS-NET         TO DL-NET-Z.
           IF WS-SOURCE = 'R'
               MOVE SPACES TO DL-NOTE
               STRING 'REISSUE OF ' WS-REPLACES-NO
                   DELIMITED BY SIZE INTO DL-NOTE
           ELSE
               MOVE 'ISSUED                      ' TO DL-NOTE
           END-IF.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           PERFORM ITEMIZE-CHECK-RTN.
       ISSUE-CHECK-RTN-EXIT. EXIT.

       ITEMIZE-CHECK-RTN.
           IF WS-FIT > 0
               MOVE 'FED TAX ' TO IL-LABEL
               MOVE WS-FIT TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-SIT > 0
               MOVE 'STATE TX' TO IL-LABEL
               MOVE WS-SIT TO IL-AMOUNT-Z
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
           IF WS-GARN-TOTAL > 0
               MOVE 'GARNISH ' TO IL-LABEL
               MOVE WS-GARN-TOTAL TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-DED-TOTAL > 0
               MOVE 'BENEFITS' TO IL-LABEL
               MOVE WS-DED-TOTAL TO IL-AMOUNT-Z
               MOVE ITEM-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       ITEMIZE-CHECK-RTN-EXIT. EXIT.

       JOURNAL-CHECK-RTN.
      * AN ISSUE DEBITS SALARY EXPENSE AND CREDITS EACH WITHHOLDING
      * LIABILITY AND PAYROLL CASH; A VOID IS THE SAME ENTRY WITH THE
      * SIDES SWAPPED.  EMPTY LEGS ARE NOT WRITTEN.
           MOVE 'SALARY-EXP' TO WS-GL-ACCOUNT.
           MOVE WS-GROSS     TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE WS-GL-OTHER  TO WS-GL-SIDE.
           MOVE 'FIT-WHLD  ' TO WS-GL-ACCOUNT.
           MOVE WS-FIT       TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE 'SIT-WHLD  ' TO WS-GL-ACCOUNT.
           MOVE WS-SIT       TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE 'FICA-WHLD ' TO WS-GL-ACCOUNT.
           MOVE WS-FICA      TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE 'RET-WHLD  ' TO WS-GL-ACCOUNT.
           MOVE WS-RET-CONTRIB TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE 'BENEF-WHLD' TO WS-GL-ACCOUNT.
           MOVE WS-DED-TOTAL TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE 'GARN-WHLD ' TO WS-GL-ACCOUNT.
           MOVE WS-GARN-TOTAL TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
           MOVE 'CASH-PAYRL' TO WS-GL-ACCOUNT.
           MOVE WS-NET       TO WS-GL-AMOUNT.
           PERFORM WRITE-GL-RTN THRU WRITE-GL-RTN-EXIT.
       JOURNAL-CHECK-RTN-EXIT. EXIT.

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

       LOCATE-REGISTER-RTN.
           MOVE 'N' TO REG-FOUND-SW.
           MOVE 0 TO REG-HIT-SUB.
           PERFORM FIND-REGISTER-RTN
               VARYING REG-SUB FROM 1 BY 1
               UNTIL REG-SUB > WS-REG-CNT OR REG-FOUND.
       LOCATE-REGISTER-RTN-EXIT. EXIT.

       FIND-REGISTER-RTN.
           IF RT-CHECK-NO(REG-SUB) = TT-CHECK-NO(TRN-SUB)
               MOVE 'Y' TO REG-FOUND-SW
               MOVE REG-SUB TO REG-HIT-SUB
           END-IF.
       FIND-REGISTER-RTN-EXIT. EXIT.

       ADD-REGISTER-ROW-RTN.
      * THE CALLER SETS SOURCE AND STATUS ON THE NEW ROW.  A FULL
      * REGISTER STOPS THE RUN BEFORE A CHECK GOES UNRECORDED.
           MOVE 'N' TO REG-FOUND-SW.
           IF WS-REG-CNT NOT < WS-REG-MAX
               DISPLAY 'SU41OFCY ABEND - REGISTER TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-REG-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-REG-CNT.
           MOVE WS-REG-CNT            TO REG-HIT-SUB.
           MOVE 'Y'                   TO REG-FOUND-SW.
           MOVE TT-CHECK-NO(TRN-SUB)  TO RT-CHECK-NO(REG-HIT-SUB).
           MOVE PR-EMPLOYEE-ID        TO RT-EMP-ID(REG-HIT-SUB).
           MOVE WS-ISSUE-DATE         TO RT-ISSUE-DATE(REG-HIT-SUB).
           MOVE SPACE                 TO RT-SOURCE(REG-HIT-SUB).
           MOVE SPACE                 TO RT-STATUS(REG-HIT-SUB).
           MOVE 0                     TO RT-VOID-DATE(REG-HIT-SUB).
           MOVE WS-GROSS              TO RT-GROSS(REG-HIT-SUB).
           MOVE WS-FIT                TO RT-FIT(REG-HIT-SUB).
           MOVE WS-SIT                TO RT-SIT(REG-HIT-SUB).
           MOVE WS-RET-CONTRIB        TO RT-RET(REG-HIT-SUB).
           MOVE WS-DED-TOTAL          TO RT-DED(REG-HIT-SUB).
           MOVE WS-NET                TO RT-NET(REG-HIT-SUB).
           MOVE 0                     TO RT-REPLACES-NO(REG-HIT-SUB).
           MOVE WS-SS-WAGES           TO RT-SS-WAGES(REG-HIT-SUB).
           MOVE WS-ADDL-WAGES         TO RT-ADDL-WAGES(REG-HIT-SUB).
           MOVE WS-SS-TAX             TO RT-SS-TAX(REG-HIT-SUB).
           MOVE WS-MED-TAX            TO RT-MED-TAX(REG-HIT-SUB).
           MOVE WS-GARN-TOTAL         TO RT-GARN(REG-HIT-SUB).
           MOVE WS-REIMB              TO RT-REIMB(REG-HIT-SUB).
           MOVE WS-OT-PREM            TO RT-OT-PREM(REG-HIT-SUB).
       ADD-REGISTER-ROW-RTN-EXIT. EXIT.

       LOCATE-YTD-RTN.
           MOVE 'N' TO YTD-FOUND-SW.
           MOVE 0 TO YTD-HIT-SUB.
           PERFORM FIND-YTD-RTN
               VARYING YTD-SUB FROM 1 BY 1
               UNTIL YTD-SUB > WS-YTD-CNT OR YTD-FOUND.
       LOCATE-YTD-RTN-EXIT. EXIT.

       FIND-YTD-RTN.
           IF YT-EMP-ID(YTD-SUB) = PR-EMPLOYEE-ID
               MOVE 'Y' TO YTD-FOUND-SW
               MOVE YTD-SUB TO YTD-HIT-SUB
           END-IF.
       FIND-YTD-RTN-EXIT. EXIT.

       APPLY-YTD-RTN.
      * AN EMPLOYEE NEW TO THE FILE GETS A FRESH ROW, AS IN THE PAY
      * CYCLE.
           PERFORM LOCATE-YTD-RTN.
           IF NOT YTD-FOUND
               IF WS-YTD-CNT < WS-YTD-MAX
                   ADD 1 TO WS-YTD-CNT
                   MOVE WS-YTD-CNT TO YTD-HIT-SUB
                   MOVE PR-EMPLOYEE-ID TO YT-EMP-ID(YTD-HIT-SUB)
                   MOVE WS-RUN-YEAR TO YT-YEAR(YTD-HIT-SUB)
                   MOVE 0 TO YT-GROSS(YTD-HIT-SUB)
                   MOVE 0 TO YT-FIT(YTD-HIT-SUB)
                   MOVE 0 TO YT-SIT(YTD-HIT-SUB)
                   MOVE 0 TO YT-DED(YTD-HIT-SUB)
                   MOVE 0 TO YT-NET(YTD-HIT-SUB)
                   MOVE 0 TO YT-QTR-GROSS(YTD-HIT-SUB 1)
                   MOVE 0 TO YT-QTR-GROSS(YTD-HIT-SUB 2)
                   MOVE 0 TO YT-QTR-GROSS(YTD-HIT-SUB 3)
                   MOVE 0 TO YT-QTR-GROSS(YTD-HIT-SUB 4)
                   MOVE 0 TO YT-RET(YTD-HIT-SUB)
                   MOVE 0 TO YT-SS-TAX(YTD-HIT-SUB)
                   MOVE 0 TO YT-MED-TAX(YTD-HIT-SUB)
                   MOVE 0 TO YT-REIMB(YTD-HIT-SUB)
                   MOVE 'Y' TO YTD-FOUND-SW
               ELSE
                   DISPLAY 'SU41OFCY - YTD TABLE FULL, '
                           PR-EMPLOYEE-ID ' NOT ACCUMULATED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           IF YTD-FOUND
               ADD WS-GROSS       TO YT-GROSS(YTD-HIT-SUB)
               ADD WS-FIT         TO YT-FIT(YTD-HIT-SUB)
               ADD WS-SIT         TO YT-SIT(YTD-HIT-SUB)
               ADD WS-DED-TOTAL   TO YT-DED(YTD-HIT-SUB)
               ADD WS-NET         TO YT-NET(YTD-HIT-SUB)
               ADD WS-GROSS       TO YT-QTR-GROSS(YTD-HIT-SUB WS-QTR)
               ADD WS-RET-CONTRIB TO YT-RET(YTD-HIT-SUB)
               ADD WS-SS-TAX      TO YT-SS-TAX(YTD-HIT-SUB)
               ADD WS-MED-TAX     TO YT-MED-TAX(YTD-HIT-SUB)
               ADD WS-REIMB       TO YT-REIMB(YTD-HIT-SUB)
           END-IF.
       APPLY-YTD-RTN-EXIT. EXIT.

       REVERSE-YTD-RTN.
      * AN ACCUMULATOR NEVER GOES BELOW ZERO - A REVERSAL BIGGER
      * THAN WHAT IS ON FILE MEANS THE YTD ROW WAS ADJUSTED BY HAND
      * SINCE THE CHECK WAS ISSUED, AND IS FLAGGED FOR PAYROLL TO
      * LOOK AT.
           PERFORM LOCATE-YTD-RTN.
           IF NOT YTD-FOUND
               DISPLAY 'SU41OFCY - NO YTD ROW FOR ' PR-EMPLOYEE-ID
                       ' - VOID NOT ACCUMULATED'
               MOVE 8 TO RETURN-CODE
               GO TO REVERSE-YTD-RTN-EXIT
           END-IF.
           IF YT-GROSS(YTD-HIT-SUB) < WS-GROSS
                   OR YT-FIT(YTD-HIT-SUB) < WS-FIT
                   OR YT-SIT(YTD-HIT-SUB) < WS-SIT
                   OR YT-DED(YTD-HIT-SUB) < WS-DED-TOTAL
                   OR YT-RET(YTD-HIT-SUB) < WS-RET-CONTRIB
                   OR YT-SS-TAX(YTD-HIT-SUB) < WS-SS-TAX
                   OR YT-MED-TAX(YTD-HIT-SUB) < WS-MED-TAX
                   OR YT-REIMB(YTD-HIT-SUB) < WS-REIMB
                   OR YT-QTR-GROSS(YTD-HIT-SUB WS-QTR) < WS-GROSS
               DISPLAY 'SU41OFCY - VOID OF ' TT-CHECK-NO(TRN-SUB)
                       ' EXCEEDS YTD FOR ' PR-EMPLOYEE-ID
               MOVE 8 TO RETURN-CODE
               GO TO REVERSE-YTD-RTN-EXIT
           END-IF.
           SUBTRACT WS-GROSS       FROM YT-GROSS(YTD-HIT-SUB).
           SUBTRACT WS-FIT         FROM YT-FIT(YTD-HIT-SUB).
           SUBTRACT WS-SIT         FROM YT-SIT(YTD-HIT-SUB).
           SUBTRACT WS-DED-TOTAL   FROM YT-DED(YTD-HIT-SUB).
           SUBTRACT WS-NET         FROM YT-NET(YTD-HIT-SUB).
           SUBTRACT WS-GROSS FROM YT-QTR-GROSS(YTD-HIT-SUB WS-QTR).
           SUBTRACT WS-RET-CONTRIB FROM YT-RET(YTD-HIT-SUB).
           SUBTRACT WS-SS-TAX      FROM YT-SS-TAX(YTD-HIT-SUB).
           SUBTRACT WS-MED-TAX     FROM YT-MED-TAX(YTD-HIT-SUB).
           SUBTRACT WS-REIMB       FROM YT-REIMB(YTD-HIT-SUB).
       REVERSE-YTD-RTN-EXIT. EXIT.

       WRITE-PAY-REGISTER-RTN.
      * ONE REGISTER RECORD PER CHECK ISSUED, AND ONE WITH EVERY
      * AMOUNT NEGATED PER CHECK VOIDED.  BOTH CARRY THE DATE OF THE
      * CHECK THE WAGES BELONG TO - A VOID AND ITS REISSUE LAND IN THE
      * QUARTER THE VOIDED CHECK WAS PAID IN, AS YTD DOES.
           MOVE SPACES         TO PAY-REGISTER-RECORD.
           MOVE PR-EMPLOYEE-ID TO PRG-EMP-ID.
           MOVE WS-REPORT-DATE TO PRG-PAY-DATE.
           MOVE WS-RUN-DATE-8  TO PRG-RUN-DATE.
           MOVE WS-SOURCE      TO PRG-SOURCE.
           MOVE WS-CHECK-NO    TO PRG-CHECK-NO.
           COMPUTE PRG-GROSS      = WS-GROSS       * WS-PRG-SIGN.
           COMPUTE PRG-FIT        = WS-FIT         * WS-PRG-SIGN.
           COMPUTE PRG-SIT        = WS-SIT         * WS-PRG-SIGN.
           COMPUTE PRG-SS-WAGES   = WS-SS-WAGES    * WS-PRG-SIGN.
           COMPUTE PRG-MED-WAGES  = WS-GROSS       * WS-PRG-SIGN.
           COMPUTE PRG-ADDL-WAGES = WS-ADDL-WAGES  * WS-PRG-SIGN.
           COMPUTE PRG-SS-EE      = WS-SS-TAX      * WS-PRG-SIGN.
           COMPUTE PRG-MED-EE     = WS-MED-TAX     * WS-PRG-SIGN.
           COMPUTE PRG-SS-ER      = WS-SS-TAX      * WS-PRG-SIGN.
           COMPUTE PRG-MED-ER     = WS-MED-ER      * WS-PRG-SIGN.
           COMPUTE PRG-RET        = WS-RET-CONTRIB * WS-PRG-SIGN.
           COMPUTE PRG-DED        = (WS-DED-TOTAL + WS-GARN-TOTAL)
                                  * WS-PRG-SIGN.
           COMPUTE PRG-NET        = WS-NET         * WS-PRG-SIGN.
           COMPUTE PRG-OT-PREMIUM = WS-OT-PREM     * WS-PRG-SIGN.
           WRITE PAY-REGISTER-RECORD.
           ADD 1 TO WS-PRG-CNT.
       WRITE-PAY-REGISTER-RTN-EXIT. EXIT.

       WRITE-PP-TRAILER-RTN.
      * THE BANK BALANCES ISSUES AND VOIDS SEPARATELY.
           MOVE WS-PP-CNT        TO PP-TRL-COUNT.
           MOVE WS-PP-TOTAL      TO PP-TRL-TOTAL.
           MOVE WS-PP-VOID-CNT   TO PP-TRL-VOID-COUNT.
           MOVE WS-PP-VOID-TOTAL TO PP-TRL-VOID-TOTAL.
           MOVE PP-TRAILER-REC TO PP-REC.
           WRITE PP-REC.
       WRITE-PP-TRAILER-RTN-EXIT. EXIT.

       WRITE-REMIT-TRAILER-RTN.
           MOVE WS-REMIT-CNT   TO RM-TRL-COUNT.
           MOVE WS-GRAND-RET   TO RM-TRL-CONTRIB.
           MOVE WS-GRAND-MATCH TO RM-TRL-MATCH.
           MOVE REMIT-TRAILER-REC TO REMIT-REC.
           WRITE REMIT-REC.
       WRITE-REMIT-TRAILER-RTN-EXIT. EXIT.

       WRITE-YTD-OUT-RTN.
           MOVE SPACES TO YTD-RECORD.
           MOVE YT-EMP-ID(YTD-SUB) TO YTD-EMP-ID.
           MOVE YT-YEAR(YTD-SUB)   TO YTD-YEAR.
           MOVE YT-GROSS(YTD-SUB)  TO YTD-GROSS.
           MOVE YT-FIT(YTD-SUB)    TO YTD-FIT.
           MOVE YT-SIT(YTD-SUB)    TO YTD-SIT.
           MOVE YT-DED(YTD-SUB)    TO YTD-DED.
           MOVE YT-NET(YTD-SUB)    TO YTD-NET.
           MOVE YT-QTR-GROSS(YTD-SUB 1) TO YTD-QTR-GROSS(1).
           MOVE YT-QTR-GROSS(YTD-SUB 2) TO YTD-QTR-GROSS(2).
           MOVE YT-QTR-GROSS(YTD-SUB 3) TO YTD-QTR-GROSS(3).
           MOVE YT-QTR-GROSS(YTD-SUB 4) TO YTD-QTR-GROSS(4).
           MOVE YT-RET(YTD-SUB) TO YTD-RET.
           MOVE YT-SS-TAX(YTD-SUB)  TO YTD-SS-TAX.
           MOVE YT-MED-TAX(YTD-SUB) TO YTD-MED-TAX.
           MOVE YT-REIMB(YTD-SUB)   TO YTD-REIMB.
           MOVE YTD-RECORD TO YTDO-REC.
           WRITE YTDO-REC.
       WRITE-YTD-OUT-RTN-EXIT. EXIT.

       WRITE-REG-OUT-RTN.
           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE RT-CHECK-NO(REG-SUB)    TO CKR-CHECK-NO.
           MOVE RT-EMP-ID(REG-SUB)      TO CKR-EMP-ID.
           MOVE RT-ISSUE-DATE(REG-SUB)  TO CKR-ISSUE-DATE.
           MOVE RT-SOURCE(REG-SUB)      TO CKR-SOURCE.
           MOVE RT-STATUS(REG-SUB)      TO CKR-STATUS.
           MOVE RT-VOID-DATE(REG-SUB)   TO CKR-VOID-DATE.
           MOVE RT-GROSS(REG-SUB)       TO CKR-GROSS.
           MOVE RT-FIT(REG-SUB)         TO CKR-FIT.
           MOVE RT-SIT(REG-SUB)         TO CKR-SIT.
           MOVE RT-RET(REG-SUB)         TO CKR-RET.
           MOVE RT-DED(REG-SUB)         TO CKR-DED.
           MOVE RT-NET(REG-SUB)         TO CKR-NET.
           MOVE RT-REPLACES-NO(REG-SUB) TO CKR-REPLACES-NO.
           MOVE RT-SS-WAGES(REG-SUB)    TO CKR-SS-WAGES.
           MOVE RT-ADDL-WAGES(REG-SUB)  TO CKR-ADDL-WAGES.
           MOVE RT-SS-TAX(REG-SUB)      TO CKR-SS-TAX.
           MOVE RT-MED-TAX(REG-SUB)     TO CKR-MED-TAX.
           MOVE RT-GARN(REG-SUB)        TO CKR-GARN.
           MOVE RT-REIMB(REG-SUB)       TO CKR-REIMB.
           MOVE RT-OT-PREM(REG-SUB)     TO CKR-OT-PREM.
           MOVE CHECK-REGISTER-RECORD TO REGO-REC.
           WRITE REGO-REC.
       WRITE-REG-OUT-RTN-EXIT. EXIT.

       WRITE-GARN-OUT-RTN.
           MOVE SPACES TO GARNISHMENT-ORDER-RECORD.
           MOVE GT-EMP-ID(GRN-SUB)   TO GA-EMP-ID.
           MOVE GT-ORDER-NO(GRN-SUB) TO GA-ORDER-NO.
           MOVE GT-TYPE(GRN-SUB)     TO GA-TYPE.
           MOVE GT-PRIORITY(GRN-SUB) TO GA-PRIORITY.
           MOVE GT-METHOD(GRN-SUB)   TO GA-METHOD.
           MOVE GT-AMOUNT(GRN-SUB)   TO GA-AMOUNT.
           MOVE GT-LIFE-CAP(GRN-SUB) TO GA-LIFE-CAP.
           MOVE GT-WITHHELD(GRN-SUB) TO GA-WITHHELD.
           MOVE GT-PAYEE(GRN-SUB)    TO GA-PAYEE.
           MOVE GT-STATUS(GRN-SUB)   TO GA-STATUS.
           MOVE GARNISHMENT-ORDER-RECORD TO GARNO-REC.
           WRITE GARNO-REC.
       WRITE-GARN-OUT-RTN-EXIT. EXIT.

       WRITE-PAYEE-RTN.
           MOVE SPACES TO PAYEE-REC.
           MOVE PT-PAYEE(PYE-SUB)  TO PYE-PAYEE.
           MOVE PT-COUNT(PYE-SUB)  TO PYE-COUNT.
           MOVE PT-AMOUNT(PYE-SUB) TO PYE-AMOUNT.
           WRITE PAYEE-REC.
       WRITE-PAYEE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE 'TRANSACTIONS READ             ' TO CTL-LABEL.
           MOVE WS-TRAN-READ TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'OFF-CYCLE CHECKS ISSUED       ' TO CTL-LABEL.
           MOVE WS-PAY-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'CHECKS VOIDED                 ' TO CTL-LABEL.
           MOVE WS-VOID-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'CHECKS VOIDED AND REISSUED    ' TO CTL-LABEL.
           MOVE WS-REISSUE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'TRANSACTIONS REJECTED         ' TO CTL-LABEL.
           MOVE WS-REJECT-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'POSITIVE-PAY ISSUES           ' TO CTL-LABEL.
           MOVE WS-PP-CNT TO CTL-COUNT.
           MOVE WS-PP-TOTAL TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'POSITIVE-PAY VOIDS            ' TO CTL-LABEL.
           MOVE WS-PP-VOID-CNT TO CTL-COUNT.
           MOVE WS-PP-VOID-TOTAL TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'GARNISHMENTS WITHHELD         ' TO CTL-LABEL.
           MOVE WS-PYE-CNT TO CTL-COUNT.
           MOVE WS-GRAND-GARN TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'PAY REGISTER RECORDS          ' TO CTL-LABEL.
           MOVE WS-PRG-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'GL DEBITS                     ' TO CTL-LABEL.
           MOVE WS-GL-CNT TO CTL-COUNT.
           MOVE WS-GL-DR TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'GL CREDITS                    ' TO CTL-LABEL.
           MOVE WS-GL-CR TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           IF WS-SATISFIED-CNT > 0
               DISPLAY 'SU41OFCY - ORDERS SATISFIED THIS RUN: '
                       WS-SATISFIED-CNT
           END-IF.
           IF WS-GARN-VOID-CNT > 0
               DISPLAY 'SU41OFCY - VOIDS CARRYING GARNISHMENT: '
                       WS-GARN-VOID-CNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           IF WS-GL-DR NOT = WS-GL-CR
               DISPLAY 'SU41OFCY - GL FEED OUT OF BALANCE'
               MOVE 16 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE TRAN-FILE OUT-FILE FED-FILE YTDO-FILE
                 REMIT-FILE REGO-FILE PP-FILE GL-FILE PRG-FILE
                 GARNO-FILE PAYEE-FILE.
           IF W4-FS-OK
               CLOSE W4-FILE
           END-IF.
           IF STATE-FS-OK
               CLOSE STATE-FILE
           END-IF.
           IF YTD-FS-OK
               CLOSE YTD-FILE
           END-IF.
           IF RET-FS-OK
               CLOSE RET-FILE
           END-IF.
           IF OT-FS-OK
               CLOSE OT-FILE
           END-IF.
           IF REG-FS-OK
               CLOSE REG-FILE
           END-IF.
           IF GARN-FS-OK
               CLOSE GARN-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY FPCHKP.

       COPY BDTP.
