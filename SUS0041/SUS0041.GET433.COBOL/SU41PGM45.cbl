                     FILE STATUS IS DEPT-FS.
            SELECT GL-FILE       ASSIGN TO GFILE
                     FILE STATUS IS GL-FS.
            SELECT LDH-FILE      ASSIGN TO LHFILE
                     FILE STATUS IS LDH-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY FPSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-FILE.
           05  GL-PERIOD      PIC 9(6).
           05  FILLER         PIC X(20) VALUE SPACES.

      **** LABOR DISTRIBUTION HISTORY - THIS PERIOD'S SHARE OF EACH
      **** EMPLOYEE'S COST BY DIVISION/DEPARTMENT, ADDED TO THE TERM'S
      **** HISTORY FOR EFFORT CERTIFICATION (SU41EFRT) ***************
       FD  LDH-FILE.
           COPY LDHIST.

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
      *                                * LABOR-COST JOURNAL FEED.      *
               88  GL-FS-OK                  VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  LDH-FS          PIC XX        VALUE '00'.
               88  LDH-FS-OK                 VALUE '00'.
           05  WS-LDH-PCT      PIC 9(3)V99   VALUE 0.
           05  WS-LDH-SOURCE   PIC X         VALUE SPACES.
           05  WS-LDH-CNT      PIC 9(7)      VALUE 0.

       01  WS-HRS-AREA VALUE HIGH-VALUES.
           05  WS-HRS-TBL OCCURS 3000 TIMES

       COPY FPCHKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT LDH-FILE.
           IF NOT LDH-FS-OK
               DISPLAY 'SU41PGM45 - LDH-FILE OPEN FAILED, STATUS='
                       LDH-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT OT-FILE.
           IF NOT OT-FS-OK
               DISPLAY 'SU41PGM45 - NO OT RULES FILE, DEFAULTS APPLY'
                   AT END MOVE 'F' TO DEPT-EOF-SW
               END-READ
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM45 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
      * ONLY AN OPEN FISCAL PERIOD MAY BE POSTED INTO - A LATE RERUN
      * MUST NOT DROP JOURNAL RECORDS INTO A MONTH FINANCE HAS
      * ALREADY REPORTED.
       EDIT-DIST-RTN.
           MOVE 'Y' TO DIST-OK-SW.
           MOVE 0 TO WS-PCT-SUM.
           PERFORM EDIT-PAIR-RTN THRU EDIT-PAIR-RTN-EXIT
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > 5.
           IF WS-PCT-SUM NOT = 100.00
           END-IF.
           ADD WS-GROSS   TO WS-GRAND-GROSS.
           ADD WS-BENEFIT TO WS-GRAND-BEN.
           PERFORM DISTRIBUTE-RTN THRU DISTRIBUTE-RTN-EXIT.
       ACCUMULATE-RTN-EXIT. EXIT.

       DISTRIBUTE-RTN.
               MOVE WS-GROSS      TO WS-TALLY-GROSS
               MOVE WS-BENEFIT    TO WS-TALLY-BEN
               PERFORM TALLY-DD-RTN
               MOVE 100.00        TO WS-LDH-PCT
               MOVE 'H'           TO WS-LDH-SOURCE
               PERFORM WRITE-LDH-RTN THRU WRITE-LDH-RTN-EXIT
               GO TO DISTRIBUTE-RTN-EXIT
           END-IF.
           MOVE 0 TO WS-USED-GROSS.
           PERFORM FIND-LAST-PAIR-RTN
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > 5.
           PERFORM SPLIT-PAIR-RTN THRU SPLIT-PAIR-RTN-EXIT
               VARYING PAIR-SUB FROM 1 BY 1
               UNTIL PAIR-SUB > 5.
       DISTRIBUTE-RTN-EXIT. EXIT.
           MOVE WS-SPLIT-GROSS TO WS-TALLY-GROSS.
           MOVE WS-SPLIT-BEN   TO WS-TALLY-BEN.
           PERFORM TALLY-DD-RTN.
           MOVE DT-PCT(LD-INDEX PAIR-SUB) TO WS-LDH-PCT.
           MOVE 'D'            TO WS-LDH-SOURCE.
           PERFORM WRITE-LDH-RTN THRU WRITE-LDH-RTN-EXIT.
       SPLIT-PAIR-RTN-EXIT. EXIT.

       WRITE-LDH-RTN.
      * ONE HISTORY RECORD PER SHARE ACTUALLY CHARGED - A PERIOD WITH
      * NOTHING TO COST (AN HOURLY EMPLOYEE WITH NO TIME) ADDS NO
      * EFFORT TO THE TERM.
           IF WS-TALLY-GROSS = 0 AND WS-TALLY-BEN = 0
               GO TO WRITE-LDH-RTN-EXIT
           END-IF.
           MOVE SPACES         TO LABOR-DIST-HIST-RECORD.
           MOVE PR-EMPLOYEE-ID TO LDH-EMP-ID.
           MOVE WS-RUN-DATE-8  TO LDH-PAY-DATE.
           MOVE WS-TALLY-DIV   TO LDH-DIVISION.
           MOVE WS-TALLY-DEPT  TO LDH-DEPARTMENT.
           MOVE WS-LDH-PCT     TO LDH-PCT.
           MOVE WS-TALLY-GROSS TO LDH-GROSS.
           MOVE WS-TALLY-BEN   TO LDH-BENEFIT.
           MOVE WS-LDH-SOURCE  TO LDH-SOURCE.
           WRITE LABOR-DIST-HIST-RECORD.
           ADD 1 TO WS-LDH-CNT.
       WRITE-LDH-RTN-EXIT. EXIT.

       SUM-TIME-DETAIL-RTN.
      * SAME SERIAL PASS AND OVERTIME ARITHMETIC AS THE PAY REGISTER
      * (SU41PGM44), SO THE PROOF SHEET TIES TO THE PENNY.
           MOVE 0 TO WS-HOURS.
           MOVE 0 TO WS-DAY-OT.
           MOVE 0 TO WS-DIFF-PAY.
           PERFORM SUM-ONE-DAY-RTN THRU SUM-ONE-DAY-RTN-EXIT
               VARYING HT-INDEX FROM 1 BY 1
               UNTIL HT-INDEX > WS-HRS-CNT.
       SUM-TIME-DETAIL-RTN-EXIT. EXIT.
           MOVE WS-GRAND-BEN   TO PT-BENEFIT-Z.
           MOVE PROOF-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
           DISPLAY 'LABOR HISTORY RECORDS: ' WS-LDH-CNT.
       WRITE-JOURNAL-RTN-EXIT. EXIT.

       WRITE-DD-JOURNAL-RTN.
       WRITE-DD-JOURNAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE GL-FILE OUT-FILE LDH-FILE.
           IF DIST-FS-OK
               CLOSE DIST-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY FPCHKP.

       COPY BDTP.
