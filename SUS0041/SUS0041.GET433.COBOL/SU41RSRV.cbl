       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41RSRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY ARSELSQ.
            COPY OPITSLSQ.
            COPY ARJSEL.
            SELECT RSR-FILE  ASSIGN TO RSVCTL
                     FILE STATUS IS RSR-FS.
            SELECT RSVH-FILE ASSIGN TO RSVHIST
                     FILE STATUS IS RSVH-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT GL-FILE   ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
           COPY ARREC.

      **** OPEN-ITEM SUBLEDGER - AGED ITEM BY ITEM EXACTLY AS THE
      **** AGING REPORT (SU41PGM26) AGES IT, SO THE RESERVE SCHEDULE
      **** TIES TO THAT REPORT BUCKET FOR BUCKET ***********************
       FD  OPIT-FILE.
           COPY OPITREC.

      **** AR DETAIL JOURNAL - READ FOR THE WRITE-OFFS (WO) CHARGED TO
      **** THE ALLOWANCE AND THE RECOVERIES (WR) CREDITED BACK TO IT
      **** SINCE THE RESERVE WAS LAST BOOKED ***************************
       COPY ARJFD.

       FD  RSR-FILE.
           COPY RSVCTL.

       FD  RSVH-FILE.
           COPY RSVHREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

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
      *                                * ALLOWANCE FOR DOUBTFUL        *
      *                                * ACCOUNTS.  AGES THE OPEN-ITEM *
      *                                * SUBLEDGER INTO SU41PGM26'S    *
      *                                * BUCKETS BY CAMPUS, APPLIES    *
      *                                * THE CONTROLLER'S LOSS RATES,  *
      *                                * ROLLS THE RESERVE LAST BOOKED *
      *                                * FORWARD THROUGH THE WRITE-    *
      *                                * OFFS AND RECOVERIES SINCE,    *
      *                                * AND BOOKS THE DIFFERENCE TO   *
      *                                * THE LEDGER IN AN OPEN FISCAL  *
      *                                * PERIOD.  THE RESERVE SCHEDULE *
      *                                * IS THE AUDITORS' WORKPAPER.   *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  OPIT-EOF-SW     PIC X         VALUE SPACES.
           05  ARJ-EOF-SW      PIC X         VALUE SPACES.
           05  RSR-EOF-SW      PIC X         VALUE SPACES.
           05  RSVH-EOF-SW     PIC X         VALUE SPACES.
           05  WS-RUN-DATE     PIC 9(6)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-CUTOFF-30    PIC 9(8)      VALUE 0.
           05  WS-CUTOFF-60    PIC 9(8)      VALUE 0.
           05  WS-CUTOFF-90    PIC 9(8)      VALUE 0.
           05  WS-WORK-DATE    PIC 9(8)      VALUE 0.
           05  WS-WORK-YYYY    PIC 9(4)      VALUE 0.
           05  WS-WORK-MM      PIC 9(2)      VALUE 0.
           05  WS-WORK-DD      PIC 9(2)      VALUE 0.
           05  WS-MONTHS-BACK  PIC 9(2)      VALUE 0.
           05  WS-ITEM-CAMPUS  PIC X         VALUE 'M'.
           05  WS-FIND-SSN     PIC 9(9)      VALUE 0.
           05  WS-RATE-CNT     PIC 9(5)      VALUE 0.
           05  WS-RATE-BAD-CNT PIC 9(5)      VALUE 0.
           05  WS-HIST-CNT     PIC 9(7)      VALUE 0.
           05  WS-WO-CNT       PIC 9(7)      VALUE 0.
           05  WS-WR-CNT       PIC 9(7)      VALUE 0.
           05  WS-NORATE-SW    PIC X         VALUE 'N'.
               88  WS-NORATE                 VALUE 'Y'.
           05  WS-EXP-GL       PIC X(10)     VALUE 'BADDEBTEXP'.
           05  WS-ALLOW-GL     PIC X(10)     VALUE 'AR-ALLOWNC'.
           05  WS-GL-AMOUNT    PIC 9(9)V99   VALUE 0.
           05  WS-CMAP-MAX     PIC 9(5)      VALUE 3000.
           05  WS-CMAP-CNT     PIC 9(5)      VALUE 0.
           05  CMAP-OVFL-SW    PIC X         VALUE 'N'.
               88  CMAP-OVERFLOW             VALUE 'Y'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  GL-FS           PIC XX        VALUE '00'.
               88  GL-FS-OK                  VALUE '00'.
           05  ARJ-FS          PIC XX        VALUE '00'.
               88  ARJ-FS-OK                 VALUE '00'.
           05  RSR-FS          PIC XX        VALUE '00'.
               88  RSR-FS-OK                 VALUE '00'.
           05  RSVH-FS         PIC XX        VALUE '00'.
               88  RSVH-FS-OK                VALUE '00'.

           COPY ARRC.

           COPY OPITRC.

      **** BUCKETS BY CAMPUS - 1=MAIN, 2=NORTH - THE SAME SPLIT THE
      **** AGING REPORT MAKES; BUCKETS 1=CURRENT, 2=30, 3=60, 4=90+,
      **** 5=NO POST DATE ON THE ITEM **********************************
       01  WS-CBKT-AREA VALUE ZEROES.
           05  WS-CBKT-CAMP OCCURS 2 TIMES.
             10  WS-CBKT OCCURS 5 TIMES.
               15  CBKT-COUNT    PIC 9(7).
               15  CBKT-AMOUNT   PIC 9(9)V99.
               15  CBKT-RATE     PIC 9(3)V99.
               15  CBKT-RESERVE  PIC 9(9)V99.
       01  BKT-SUB             PIC 9         VALUE 1.
       01  CAMP-SUB            PIC 9         VALUE 1.

      **** LOSS RATES AS LOADED - THE CAMPUS'S OWN RECORD WINS OVER A
      **** '*' RECORD FOR THE SAME BUCKET, WHATEVER THE CARD ORDER ****
       01  WS-RATE-AREA VALUE ZEROES.
           05  WS-DFLT-RATE OCCURS 5 TIMES.
             10  DR-SET          PIC 9.
             10  DR-PCT          PIC 9(3)V99.
           05  WS-CAMP-RATE OCCURS 2 TIMES.
             10  WS-CR-BKT OCCURS 5 TIMES.
               15  CR-SET        PIC 9.
               15  CR-PCT        PIC 9(3)V99.

      **** ALLOWANCE ROLL-FORWARD BY CAMPUS, AND THE COMBINED TOTAL
      **** IN OCCURRENCE 3 *********************************************
       01  WS-ROLL-AREA VALUE ZEROES.
           05  WS-ROLL OCCURS 3 TIMES.
             10  RL-LAST-PERIOD  PIC 9(6).
             10  RL-LAST-DATE    PIC 9(8).
             10  RL-PRIOR        PIC 9(9)V99.
             10  RL-WRITTEN-OFF  PIC 9(9)V99.
             10  RL-RECOVERED    PIC 9(9)V99.
             10  RL-UNADJUSTED   PIC S9(9)V99.
             10  RL-OPEN-AMT     PIC 9(9)V99.
             10  RL-OPEN-CNT     PIC 9(7).
             10  RL-REQUIRED     PIC 9(9)V99.
             10  RL-ADJUSTMENT   PIC S9(9)V99.
       01  ROLL-SUB            PIC 9         VALUE 1.

      **** SSN-TO-CAMPUS MAP, LOADED FROM THE AR SWEEP (THE CLUSTER
      **** ARRIVES IN ASCENDING SSN ORDER) SO EACH OPEN ITEM AND
      **** JOURNAL ENTRY LANDS UNDER ITS STUDENT'S CAMPUS **************
       01  WS-CMAP-AREA VALUE HIGH-VALUES.
           05  WS-CMAP-TBL OCCURS 3000 TIMES
                   ASCENDING KEY IS CMAP-SSN
                   INDEXED BY CMAP-INDEX.
             10  CMAP-SSN        PIC 9(9).
             10  CMAP-CAMPUS     PIC X.

       01  BUCKET-LABEL-TBL.
           05  FILLER          PIC X(24) VALUE
                   'CURRENT (UNDER 30 DAYS)'.
           05  FILLER          PIC X(24) VALUE
                   '30 - 59 DAYS PAST DUE'.
           05  FILLER          PIC X(24) VALUE
                   '60 - 89 DAYS PAST DUE'.
           05  FILLER          PIC X(24) VALUE
                   '90+ DAYS PAST DUE'.
           05  FILLER          PIC X(24) VALUE
                   'NO ACTIVITY DATE'.
       01  BUCKET-LABEL-R REDEFINES BUCKET-LABEL-TBL.
           05  BUCKET-LABEL    PIC X(24) OCCURS 5 TIMES.

       01  HDG-LINE1.
           05 FILLER          PIC X(16) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'ALLOWANCE FOR DOUBTFUL ACCOUNTS SCHEDULE'.
           05 FILLER          PIC X(24) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(11) VALUE 'RUN DATE:  '.
           05 HDG-RUN-DATE    PIC 9(8).
           05 FILLER          PIC X(12) VALUE '   PERIOD:  '.
           05 HDG-PERIOD      PIC 9(6).
           05 FILLER          PIC X(43) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   '  AGE BUCKET                 ITEMS    OP'.
           05 FILLER          PIC X(40) VALUE
                   'EN BALANCE  LOSS PCT         RESERVE    '.

       01  SCH-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SL-LABEL        PIC X(24).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 SL-COUNT        PIC ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SL-OPEN         PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 SL-RATE         PIC ZZ9.99.
           05 SL-PCT-SIGN     PIC X(1)  VALUE '%'.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 SL-RESERVE      PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(4)  VALUE SPACES.

       01  ROLL-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 RF-LABEL        PIC X(40).
           05 RF-AMOUNT       PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(21) VALUE SPACES.

       01  ROLL-PRIOR-LABEL.
           05 FILLER          PIC X(28) VALUE
                   'RESERVE LAST BOOKED  PERIOD '.
           05 RPL-PERIOD      PIC 9(6).
           05 FILLER          PIC X(6)  VALUE SPACES.

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
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-RATES-RTN.
           PERFORM LOAD-HISTORY-RTN.
           PERFORM SET-CUTOFFS-RTN.
      * THE AR SWEEP RUNS FIRST - IT LOADS THE SSN-TO-CAMPUS MAP THE
      * ITEM AND JOURNAL PASSES SUBTOTAL BY.
           PERFORM READ-INPUT
              UNTIL EOF-SW = 'F'.
           PERFORM READ-ITEM-RTN
              UNTIL OPIT-EOF-SW = 'F'.
           PERFORM READ-JOURNAL-RTN THRU READ-JOURNAL-RTN-EXIT
              UNTIL ARJ-EOF-SW = 'F'.
           PERFORM COMPUTE-RESERVE-RTN.
           PERFORM PRINT-SCHEDULE-RTN.
           PERFORM WRITE-GL-ENTRIES-RTN THRU WRITE-GL-ENTRIES-RTN-EXIT.
           PERFORM WRITE-HISTORY-RTN THRU WRITE-HISTORY-RTN-EXIT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT AR-FILE.
           IF NOT AR-SUCCESSFUL
               DISPLAY 'SU41RSRV - AR-FILE OPEN FAILED, STATUS='
                       AR-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT OPIT-FILE.
           IF NOT OPI-SUCCESSFUL
               DISPLAY 'SU41RSRV - OPIT-FILE OPEN FAILED, STATUS='
                       OPI-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARJ-FILE.
           IF NOT ARJ-FS-OK
               DISPLAY 'SU41RSRV - ARJ-FILE OPEN FAILED, STATUS='
                       ARJ-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41RSRV - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT GL-FILE.
           IF NOT GL-FS-OK
               DISPLAY 'SU41RSRV - GL-FILE OPEN FAILED, STATUS='
                       GL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41RSRV ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * THE ADJUSTING ENTRY MAY ONLY GO INTO AN OPEN FISCAL PERIOD -
      * A RESERVE RUN AFTER THE CLOSE WOULD CHANGE A MONTH FINANCE
      * HAS ALREADY REPORTED.
           MOVE WS-RUN-DATE-8 TO FP-CHK-DATE.
           PERFORM FIND-PERIOD-RTN THRU FIND-PERIOD-RTN-EXIT.
           IF NOT FP-USABLE
               DISPLAY 'SU41RSRV ABEND - FISCAL PERIOD NOT OPEN'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ AR-FILE
               AT END MOVE 'F' TO EOF-SW.
           READ OPIT-FILE
               AT END MOVE 'F' TO OPIT-EOF-SW.
           READ ARJ-FILE
               AT END MOVE 'F' TO ARJ-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-RATES-RTN.
      * THE LOSS RATES ARE THE CONTROLLER'S JUDGEMENT - WITHOUT THEM
      * THERE IS NO RESERVE TO BOOK, SO A MISSING FILE STOPS THE RUN.
           OPEN INPUT RSR-FILE.
           IF NOT RSR-FS-OK
               DISPLAY 'SU41RSRV - RSR-FILE OPEN FAILED, STATUS='
                       RSR-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ RSR-FILE
               AT END MOVE 'F' TO RSR-EOF-SW.
           PERFORM LOAD-ONE-RATE-RTN THRU LOAD-ONE-RATE-RTN-EXIT
               UNTIL RSR-EOF-SW = 'F'.
           CLOSE RSR-FILE.
           IF WS-RATE-CNT = 0
               DISPLAY 'SU41RSRV ABEND - NO LOSS RATES ON RSVCTL'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           PERFORM RESOLVE-RATE-RTN
               VARYING CAMP-SUB FROM 1 BY 1 UNTIL CAMP-SUB > 2
               AFTER BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 5.
       LOAD-RATES-RTN-EXIT. EXIT.

       LOAD-ONE-RATE-RTN.
           IF RSR-BUCKET NOT NUMERIC OR RSR-BUCKET < 1
                   OR RSR-BUCKET > 5 OR RSR-LOSS-PCT NOT NUMERIC
                   OR RSR-LOSS-PCT > 100
               DISPLAY 'SU41RSRV - BAD LOSS-RATE RECORD IGNORED: '
                       RESERVE-RATE-RECORD(1:7)
               ADD 1 TO WS-RATE-BAD-CNT
               MOVE 4 TO RETURN-CODE
               GO TO LOAD-ONE-RATE-NEXT
           END-IF.
           MOVE RSR-BUCKET TO BKT-SUB.
           EVALUATE RSR-CAMPUS
               WHEN '*'
                   MOVE 1 TO DR-SET(BKT-SUB)
                   MOVE RSR-LOSS-PCT TO DR-PCT(BKT-SUB)
               WHEN '2'
                   MOVE 1 TO CR-SET(2, BKT-SUB)
                   MOVE RSR-LOSS-PCT TO CR-PCT(2, BKT-SUB)
               WHEN OTHER
                   MOVE 1 TO CR-SET(1, BKT-SUB)
                   MOVE RSR-LOSS-PCT TO CR-PCT(1, BKT-SUB)
           END-EVALUATE.
           ADD 1 TO WS-RATE-CNT.
       LOAD-ONE-RATE-NEXT.
           READ RSR-FILE
               AT END MOVE 'F' TO RSR-EOF-SW.
       LOAD-ONE-RATE-RTN-EXIT. EXIT.

       RESOLVE-RATE-RTN.
           IF CR-SET(CAMP-SUB, BKT-SUB) = 1
               MOVE CR-PCT(CAMP-SUB, BKT-SUB)
                   TO CBKT-RATE(CAMP-SUB, BKT-SUB)
           ELSE
               MOVE DR-PCT(BKT-SUB) TO CBKT-RATE(CAMP-SUB, BKT-SUB)
               IF DR-SET(BKT-SUB) = 0
                   MOVE 'Y' TO WS-NORATE-SW
               END-IF
           END-IF.
       RESOLVE-RATE-RTN-EXIT. EXIT.

       LOAD-HISTORY-RTN.
      * THE LAST RECORD ON FILE FOR A CAMPUS IS WHAT THE LEDGER NOW
      * CARRIES FOR IT.  AN EMPTY HISTORY IS THE FIRST RUN - THE
      * WHOLE RESERVE IS BOOKED.
           OPEN INPUT RSVH-FILE.
           IF NOT RSVH-FS-OK
               DISPLAY 'SU41RSRV - RSVH-FILE OPEN FAILED, STATUS='
                       RSVH-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ RSVH-FILE
               AT END MOVE 'F' TO RSVH-EOF-SW.
           PERFORM LOAD-ONE-HISTORY-RTN
               UNTIL RSVH-EOF-SW = 'F'.
           CLOSE RSVH-FILE.
       LOAD-HISTORY-RTN-EXIT. EXIT.

       LOAD-ONE-HISTORY-RTN.
           ADD 1 TO WS-HIST-CNT.
           IF RH-CAMPUS = '2'
               MOVE 2 TO ROLL-SUB
           ELSE
               MOVE 1 TO ROLL-SUB
           END-IF.
           MOVE RH-PERIOD   TO RL-LAST-PERIOD(ROLL-SUB).
           MOVE RH-RUN-DATE TO RL-LAST-DATE(ROLL-SUB).
           MOVE RH-RESERVE  TO RL-PRIOR(ROLL-SUB).
           READ RSVH-FILE
               AT END MOVE 'F' TO RSVH-EOF-SW.
       LOAD-ONE-HISTORY-RTN-EXIT. EXIT.

       SET-CUTOFFS-RTN.
      * THE SAME 30/60/90-DAY FENCES AS THE AGING REPORT - WHOLE
      * MONTHS BACK FROM THE RUN DATE.
           MOVE 1 TO WS-MONTHS-BACK.
           PERFORM MONTHS-BACK-RTN.
           MOVE WS-WORK-DATE TO WS-CUTOFF-30.
           MOVE 2 TO WS-MONTHS-BACK.
           PERFORM MONTHS-BACK-RTN.
           MOVE WS-WORK-DATE TO WS-CUTOFF-60.
           MOVE 3 TO WS-MONTHS-BACK.
           PERFORM MONTHS-BACK-RTN.
           MOVE WS-WORK-DATE TO WS-CUTOFF-90.
       SET-CUTOFFS-RTN-EXIT. EXIT.

       MONTHS-BACK-RTN.
           MOVE WS-RUN-DATE-8(1:4) TO WS-WORK-YYYY.
           MOVE WS-RUN-DATE-8(5:2) TO WS-WORK-MM.
           MOVE WS-RUN-DATE-8(7:2) TO WS-WORK-DD.
           IF WS-WORK-MM > WS-MONTHS-BACK
               SUBTRACT WS-MONTHS-BACK FROM WS-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-WORK-YYYY
               COMPUTE WS-WORK-MM = WS-WORK-MM + 12 - WS-MONTHS-BACK
           END-IF.
           COMPUTE WS-WORK-DATE = (WS-WORK-YYYY * 10000) +
               (WS-WORK-MM * 100) + WS-WORK-DD.
       MONTHS-BACK-RTN-EXIT. EXIT.

       READ-INPUT.
           IF WS-CMAP-CNT < WS-CMAP-MAX
               ADD 1 TO WS-CMAP-CNT
               SET CMAP-INDEX TO WS-CMAP-CNT
               MOVE AR-SSN TO CMAP-SSN(CMAP-INDEX)
               IF AR-CAMPUS = SPACE OR AR-CAMPUS = LOW-VALUE
                   MOVE 'M' TO CMAP-CAMPUS(CMAP-INDEX)
               ELSE
                   MOVE AR-CAMPUS TO CMAP-CAMPUS(CMAP-INDEX)
               END-IF
           ELSE
      * A STUDENT OFF THE MAP SUBTOTALS UNDER MAIN - THE COMBINED
      * RESERVE IS STILL EXACT, ONLY THE SPLIT DEGRADES.
               MOVE 'Y' TO CMAP-OVFL-SW
           END-IF.
           READ AR-FILE
               AT END MOVE 'F' TO EOF-SW.
       READ-INPUT-EXIT. EXIT.

       FIND-CAMPUS-RTN.
      * THE CALLER LEAVES THE SSN TO LOOK UP IN WS-FIND-SSN.
           MOVE 'M' TO WS-ITEM-CAMPUS.
           IF WS-CMAP-CNT = 0
               GO TO FIND-CAMPUS-RTN-EXIT
           END-IF.
           SEARCH ALL WS-CMAP-TBL
               AT END GO TO FIND-CAMPUS-RTN-EXIT
               WHEN CMAP-SSN(CMAP-INDEX) = WS-FIND-SSN
                   MOVE CMAP-CAMPUS(CMAP-INDEX) TO WS-ITEM-CAMPUS
           END-SEARCH.
       FIND-CAMPUS-RTN-EXIT. EXIT.

       READ-ITEM-RTN.
           IF OPI-OPEN-AMOUNT NUMERIC AND OPI-OPEN-AMOUNT > 0
               MOVE OPI-SSN TO WS-FIND-SSN
               PERFORM FIND-CAMPUS-RTN THRU FIND-CAMPUS-RTN-EXIT
               PERFORM BUCKET-ITEM-RTN
           END-IF.
           READ OPIT-FILE
               AT END MOVE 'F' TO OPIT-EOF-SW.
       READ-ITEM-RTN-EXIT. EXIT.

       BUCKET-ITEM-RTN.
           EVALUATE TRUE
               WHEN OPI-POST-DATE NOT NUMERIC
                   MOVE 5 TO BKT-SUB
               WHEN OPI-POST-DATE = 0
                   MOVE 5 TO BKT-SUB
               WHEN OPI-POST-DATE > WS-CUTOFF-30
                   MOVE 1 TO BKT-SUB
               WHEN OPI-POST-DATE > WS-CUTOFF-60
                   MOVE 2 TO BKT-SUB
               WHEN OPI-POST-DATE > WS-CUTOFF-90
                   MOVE 3 TO BKT-SUB
               WHEN OTHER
                   MOVE 4 TO BKT-SUB
           END-EVALUATE.
           IF WS-ITEM-CAMPUS = '2'
               MOVE 2 TO CAMP-SUB
           ELSE
               MOVE 1 TO CAMP-SUB
           END-IF.
           ADD 1 TO CBKT-COUNT(CAMP-SUB, BKT-SUB).
           ADD OPI-OPEN-AMOUNT TO CBKT-AMOUNT(CAMP-SUB, BKT-SUB).
       BUCKET-ITEM-RTN-EXIT. EXIT.

       READ-JOURNAL-RTN.
      * ONLY ENTRIES DATED AFTER THE CAMPUS'S LAST BOOKING HAVE MOVED
      * THE ALLOWANCE SINCE; A CAMPUS WITH NO BOOKING YET HAS NO
      * ALLOWANCE FOR THEM TO MOVE.
           IF ARJ-TRAN-TYPE NOT = 'WO' AND ARJ-TRAN-TYPE NOT = 'WR'
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           MOVE ARJ-SSN TO WS-FIND-SSN.
           PERFORM FIND-CAMPUS-RTN THRU FIND-CAMPUS-RTN-EXIT.
           IF WS-ITEM-CAMPUS = '2'
               MOVE 2 TO ROLL-SUB
           ELSE
               MOVE 1 TO ROLL-SUB
           END-IF.
           IF RL-LAST-DATE(ROLL-SUB) = 0
                   OR ARJ-POST-DATE NOT > RL-LAST-DATE(ROLL-SUB)
               GO TO READ-JOURNAL-NEXT-RTN
           END-IF.
           IF ARJ-TRAN-TYPE = 'WO'
               ADD 1 TO WS-WO-CNT
               ADD ARJ-AMOUNT TO RL-WRITTEN-OFF(ROLL-SUB)
           ELSE
               ADD 1 TO WS-WR-CNT
               SUBTRACT ARJ-AMOUNT FROM RL-RECOVERED(ROLL-SUB)
           END-IF.
       READ-JOURNAL-NEXT-RTN.
           READ ARJ-FILE
               AT END MOVE 'F' TO ARJ-EOF-SW.
       READ-JOURNAL-RTN-EXIT. EXIT.

       COMPUTE-RESERVE-RTN.
           PERFORM COMPUTE-BUCKET-RTN
               VARYING CAMP-SUB FROM 1 BY 1 UNTIL CAMP-SUB > 2
               AFTER BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 5.
           PERFORM COMPUTE-ROLL-RTN
               VARYING ROLL-SUB FROM 1 BY 1 UNTIL ROLL-SUB > 2.
       COMPUTE-RESERVE-RTN-EXIT. EXIT.

       COMPUTE-BUCKET-RTN.
           COMPUTE CBKT-RESERVE(CAMP-SUB, BKT-SUB) ROUNDED =
               CBKT-AMOUNT(CAMP-SUB, BKT-SUB)
               * CBKT-RATE(CAMP-SUB, BKT-SUB) / 100.
           ADD CBKT-COUNT(CAMP-SUB, BKT-SUB)   TO RL-OPEN-CNT(CAMP-SUB)
                                                  RL-OPEN-CNT(3).
           ADD CBKT-AMOUNT(CAMP-SUB, BKT-SUB)  TO RL-OPEN-AMT(CAMP-SUB)
                                                  RL-OPEN-AMT(3).
           ADD CBKT-RESERVE(CAMP-SUB, BKT-SUB) TO RL-REQUIRED(CAMP-SUB)
                                                  RL-REQUIRED(3).
       COMPUTE-BUCKET-RTN-EXIT. EXIT.

       COMPUTE-ROLL-RTN.
      * WHAT THE ALLOWANCE HOLDS NOW - THE RESERVE LAST BOOKED, LESS
      * THE WRITE-OFFS CHARGED AGAINST IT, PLUS WHAT RECOVERIES PUT
      * BACK - AGAINST WHAT THE AGING SAYS IT SHOULD HOLD.
           COMPUTE RL-UNADJUSTED(ROLL-SUB) = RL-PRIOR(ROLL-SUB)
               - RL-WRITTEN-OFF(ROLL-SUB) + RL-RECOVERED(ROLL-SUB).
           COMPUTE RL-ADJUSTMENT(ROLL-SUB) = RL-REQUIRED(ROLL-SUB)
               - RL-UNADJUSTED(ROLL-SUB).
           ADD RL-PRIOR(ROLL-SUB)       TO RL-PRIOR(3).
           ADD RL-WRITTEN-OFF(ROLL-SUB) TO RL-WRITTEN-OFF(3).
           ADD RL-RECOVERED(ROLL-SUB)   TO RL-RECOVERED(3).
           ADD RL-UNADJUSTED(ROLL-SUB)  TO RL-UNADJUSTED(3).
           ADD RL-ADJUSTMENT(ROLL-SUB)  TO RL-ADJUSTMENT(3).
           IF RL-LAST-PERIOD(ROLL-SUB) > RL-LAST-PERIOD(3)
               MOVE RL-LAST-PERIOD(ROLL-SUB) TO RL-LAST-PERIOD(3)
           END-IF.
       COMPUTE-ROLL-RTN-EXIT. EXIT.

       PRINT-SCHEDULE-RTN.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HDG-RUN-DATE.
           MOVE FP-RUN-PERIOD TO HDG-PERIOD.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           PERFORM PRINT-CAMPUS-RTN
               VARYING CAMP-SUB FROM 1 BY 1 UNTIL CAMP-SUB > 2.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ALL CAMPUSES COMBINED' TO OUT-REC.
           WRITE OUT-REC.
           MOVE 3 TO ROLL-SUB.
           PERFORM PRINT-ROLL-RTN.
           IF CMAP-OVERFLOW
               MOVE '*** CAMPUS MAP FULL - OVERFLOW COUNTED AS MAIN'
                   TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF WS-NORATE
               MOVE '*** NO LOSS RATE FOR SOME BUCKETS - RESERVED AT 0'
                   TO OUT-REC
               WRITE OUT-REC
               MOVE 4 TO RETURN-CODE
           END-IF.
       PRINT-SCHEDULE-RTN-EXIT. EXIT.

       PRINT-CAMPUS-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           IF CAMP-SUB = 2
               MOVE 'CAMPUS 2 (NORTH)' TO OUT-REC
           ELSE
               MOVE 'CAMPUS M (MAIN)' TO OUT-REC
           END-IF.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
           PERFORM PRINT-BUCKET-RTN
               VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 5.
           MOVE SPACES TO SCH-LINE.
           MOVE 'CAMPUS TOTAL' TO SL-LABEL.
           MOVE RL-OPEN-CNT(CAMP-SUB) TO SL-COUNT.
           MOVE RL-OPEN-AMT(CAMP-SUB) TO SL-OPEN.
           MOVE RL-REQUIRED(CAMP-SUB) TO SL-RESERVE.
           MOVE SCH-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE CAMP-SUB TO ROLL-SUB.
           PERFORM PRINT-ROLL-RTN.
       PRINT-CAMPUS-RTN-EXIT. EXIT.

       PRINT-BUCKET-RTN.
           MOVE BUCKET-LABEL(BKT-SUB)           TO SL-LABEL.
           MOVE CBKT-COUNT(CAMP-SUB, BKT-SUB)   TO SL-COUNT.
           MOVE CBKT-AMOUNT(CAMP-SUB, BKT-SUB)  TO SL-OPEN.
           MOVE CBKT-RATE(CAMP-SUB, BKT-SUB)    TO SL-RATE.
           MOVE '%'                             TO SL-PCT-SIGN.
           MOVE CBKT-RESERVE(CAMP-SUB, BKT-SUB) TO SL-RESERVE.
           MOVE SCH-LINE TO OUT-REC.
           WRITE OUT-REC.
       PRINT-BUCKET-RTN-EXIT. EXIT.

       PRINT-ROLL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE RL-LAST-PERIOD(ROLL-SUB) TO RPL-PERIOD.
           MOVE ROLL-PRIOR-LABEL TO RF-LABEL.
           MOVE RL-PRIOR(ROLL-SUB) TO RF-AMOUNT.
           PERFORM WRITE-ROLL-RTN.
           MOVE 'LESS WRITE-OFFS CHARGED SINCE' TO RF-LABEL.
           COMPUTE RF-AMOUNT = 0 - RL-WRITTEN-OFF(ROLL-SUB).
           PERFORM WRITE-ROLL-RTN.
           MOVE 'PLUS RECOVERIES CREDITED SINCE' TO RF-LABEL.
           MOVE RL-RECOVERED(ROLL-SUB) TO RF-AMOUNT.
           PERFORM WRITE-ROLL-RTN.
           MOVE 'ALLOWANCE BEFORE ADJUSTMENT' TO RF-LABEL.
           MOVE RL-UNADJUSTED(ROLL-SUB) TO RF-AMOUNT.
           PERFORM WRITE-ROLL-RTN.
           MOVE 'RESERVE REQUIRED BY AGING' TO RF-LABEL.
           MOVE RL-REQUIRED(ROLL-SUB) TO RF-AMOUNT.
           PERFORM WRITE-ROLL-RTN.
           MOVE 'ADJUSTMENT BOOKED THIS RUN' TO RF-LABEL.
           MOVE RL-ADJUSTMENT(ROLL-SUB) TO RF-AMOUNT.
           PERFORM WRITE-ROLL-RTN.
       PRINT-ROLL-RTN-EXIT. EXIT.

       WRITE-ROLL-RTN.
           MOVE ROLL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-ROLL-RTN-EXIT. EXIT.

       WRITE-GL-ENTRIES-RTN.
      * ONE BALANCED PAIR FOR THE NET CHANGE - A RESERVE THAT GROWS
      * IS BAD-DEBT EXPENSE INTO THE ALLOWANCE, ONE THAT SHRINKS
      * RELEASES THE ALLOWANCE BACK AGAINST THE EXPENSE.
           IF RL-ADJUSTMENT(3) = 0
               GO TO WRITE-GL-ENTRIES-RTN-EXIT
           END-IF.
           IF RL-ADJUSTMENT(3) > 0
               MOVE RL-ADJUSTMENT(3) TO WS-GL-AMOUNT
           ELSE
               COMPUTE WS-GL-AMOUNT = 0 - RL-ADJUSTMENT(3)
           END-IF.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           MOVE WS-EXP-GL      TO GL-ACCOUNT.
           IF RL-ADJUSTMENT(3) > 0
               MOVE 'DR'       TO GL-DR-CR
           ELSE
               MOVE 'CR'       TO GL-DR-CR
           END-IF.
           MOVE WS-GL-AMOUNT   TO GL-AMOUNT.
           MOVE 'DOUBTFUL ACCOUNTS RESERVE ADJ' TO GL-DESC.
           WRITE GL-REC.
           MOVE SPACES         TO GL-REC.
           MOVE WS-RUN-DATE    TO GL-RUN-DATE.
           MOVE FP-RUN-PERIOD  TO GL-PERIOD.
           MOVE WS-ALLOW-GL    TO GL-ACCOUNT.
           IF RL-ADJUSTMENT(3) > 0
               MOVE 'CR'       TO GL-DR-CR
           ELSE
               MOVE 'DR'       TO GL-DR-CR
           END-IF.
           MOVE WS-GL-AMOUNT   TO GL-AMOUNT.
           MOVE 'DOUBTFUL ACCOUNTS RESERVE ADJ' TO GL-DESC.
           WRITE GL-REC.
       WRITE-GL-ENTRIES-RTN-EXIT. EXIT.

       WRITE-HISTORY-RTN.
      * THE HISTORY IS PERMANENT - OPENED EXTEND SO THIS RUN'S BOOKING
      * LANDS BEHIND EVERY EARLIER ONE AND BECOMES THE NEXT RUN'S
      * STARTING POINT.
           OPEN EXTEND RSVH-FILE.
           IF NOT RSVH-FS-OK
               DISPLAY 'SU41RSRV - RSVH-FILE OPEN FAILED, STATUS='
                       RSVH-FS ' - RESERVE NOT RECORDED'
               MOVE 16 TO RETURN-CODE
               GO TO WRITE-HISTORY-RTN-EXIT
           END-IF.
           PERFORM WRITE-ONE-HISTORY-RTN
               VARYING ROLL-SUB FROM 1 BY 1 UNTIL ROLL-SUB > 2.
           CLOSE RSVH-FILE.
       WRITE-HISTORY-RTN-EXIT. EXIT.

       WRITE-ONE-HISTORY-RTN.
           MOVE SPACES TO RESERVE-HISTORY-RECORD.
           MOVE FP-RUN-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-DATE-8 TO RH-RUN-DATE.
           IF ROLL-SUB = 2
               MOVE '2' TO RH-CAMPUS
           ELSE
               MOVE 'M' TO RH-CAMPUS
           END-IF.
           MOVE RL-OPEN-AMT(ROLL-SUB)   TO RH-OPEN-AMOUNT.
           MOVE RL-REQUIRED(ROLL-SUB)   TO RH-RESERVE.
           MOVE RL-ADJUSTMENT(ROLL-SUB) TO RH-ADJUSTMENT.
           WRITE RESERVE-HISTORY-RECORD.
       WRITE-ONE-HISTORY-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LOSS-RATE RECORDS LOADED      ' TO CTL-LABEL.
           MOVE WS-RATE-CNT TO CTL-COUNT.
           MOVE ZERO TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  REJECTED                    ' TO CTL-LABEL.
           MOVE WS-RATE-BAD-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'HISTORY RECORDS READ          ' TO CTL-LABEL.
           MOVE WS-HIST-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'OPEN ITEMS RESERVED AGAINST   ' TO CTL-LABEL.
           MOVE RL-OPEN-CNT(3) TO CTL-COUNT.
           MOVE RL-OPEN-AMT(3) TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'WRITE-OFFS SINCE LAST BOOKING ' TO CTL-LABEL.
           MOVE WS-WO-CNT TO CTL-COUNT.
           MOVE RL-WRITTEN-OFF(3) TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'RECOVERIES SINCE LAST BOOKING ' TO CTL-LABEL.
           MOVE WS-WR-CNT TO CTL-COUNT.
           MOVE RL-RECOVERED(3) TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'RESERVE ADJUSTMENT BOOKED     ' TO CTL-LABEL.
           MOVE ZERO TO CTL-COUNT.
           MOVE RL-ADJUSTMENT(3) TO CTL-AMOUNT-Z.
           PERFORM WRITE-TOTAL-RTN.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE AR-FILE OPIT-FILE ARJ-FILE OUT-FILE GL-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY FPCHKP.

       COPY BDTP.
