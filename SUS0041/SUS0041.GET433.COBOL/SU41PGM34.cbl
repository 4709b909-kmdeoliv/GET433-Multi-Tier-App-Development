            SELECT OUT-FILE   ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY ARSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  AR-FILE.
      **** ACH DEBIT FILE FOR THE BANK - HEADER / DETAIL / TRAILER
      **** CONTROL-RECORD CONVENTIONS LIKE THE POSITIVE-PAY EXTRACT.
      **** A PRENOTE DETAIL CARRIES TRANSACTION CODE 'PRE' AND A ZERO
      **** AMOUNT; A LIVE DEBIT CARRIES 'DBT'.  THE HEADER CARRIES THE
      **** PROCESSING DATE THE FILE WAS BUILT ON AND THE EFFECTIVE
      **** ENTRY DATE - THE NEXT BUSINESS DAY AFTER IT. ****************
       FD  ACH-FILE.
       01  ACH-REC            PIC X(80).

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
      *                                * POST-BILLING ACH EXTRACT -    *
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-EFF-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-DEBIT-AMT    PIC 9(7)V99   VALUE 0.
           05  WS-DEBIT-CNT    PIC 9(7)      VALUE 0.
           05  WS-DEBIT-TOTAL  PIC 9(9)V99   VALUE 0.
       01  ACH-HEADER-REC.
           05  FILLER               PIC X(9)  VALUE 'HDRACHDBT'.
           05  ACH-HDR-DATE         PIC 9(08) VALUE 0.
           05  ACH-HDR-EFF-DATE     PIC 9(08) VALUE 0.
           05  FILLER               PIC X(55) VALUE SPACES.

      *                                *********************************
      *                                * ACH DEBIT FILE DETAIL         *
                   'AUTO-PAY ACH DEBIT REGISTER     '.
           05 FILLER          PIC X(24) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'EFFECTIVE DATE: '.
           05 HL-EFF-DATE     PIC 9(8).
           05 FILLER          PIC X(27) VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(26) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           STOP RUN.

       OPEN-FILES-RTN.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM34 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           OPEN INPUT AUTO-FILE.
           IF NOT AUTO-FS-OK
               DISPLAY 'SU41PGM34 - AUTO-FILE OPEN FAILED, STATUS='
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE BANK SETTLES NO SOONER THAN THE NEXT BUSINESS DAY - THE
      * DEBITS ARE DATED FOR IT SO NONE IS PRESENTED ON A HOLIDAY.
           MOVE WS-RUN-DATE-8 TO BDT-DATE.
           MOVE 1 TO BDT-DAYS.
           PERFORM ADD-BUSINESS-DAYS-RTN
               THRU ADD-BUSINESS-DAYS-RTN-EXIT.
           MOVE BDT-DATE TO WS-EFF-DATE-8.
           READ AUTO-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       WRITE-ACH-HEADER-RTN.
           MOVE WS-RUN-DATE-8 TO ACH-HDR-DATE.
           MOVE WS-EFF-DATE-8 TO ACH-HDR-EFF-DATE.
           MOVE ACH-HEADER-REC TO ACH-REC.
           WRITE ACH-REC.
       WRITE-ACH-HEADER-RTN-EXIT. EXIT.
       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE WS-EFF-DATE-8 TO HL-EFF-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.
       CLOSE-FILES-RTN.
           CLOSE AUTO-FILE AUTO-OUT ACH-FILE OUT-FILE AR-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
