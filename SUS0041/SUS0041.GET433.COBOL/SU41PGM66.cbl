                     FILE STATUS IS DEP-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** THE SAME DAILY PAYMENT FILE SU41PGM24 POSTS - THIS RUN
           05  FILLER         PIC X(46).

      **** DECLARED DRAWER TOTALS - ONE RECORD PER CASHIER SESSION,
      **** WRITTEN BY THE RECEIPTING SCREEN (P48STU, CSHDRWR) WHEN THE
      **** DRAWER IS COUNTED OUT AND THE SESSION CLOSED ***************
       FD  DRWR-FILE.
       01  DRWR-REC.
           05  DR-SESSION-ID  PIC X(6).
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
      *                                * END-OF-DAY CASHIER SESSION    *
           05 CTL-AMOUNT-Z    PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(26) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM66 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           READ PAY-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.
               CLOSE DRWR-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
