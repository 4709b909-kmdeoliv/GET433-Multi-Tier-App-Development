            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY LOCKSEL.
            COPY SCHEDSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** PARTNER TRANSACTION FILE - 'HDR' DATE RECORD, 'DTL' DEBITS
       01  LOCK-REC.
           COPY LOKREC.

       COPY SCHEDFD.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * NIGHTLY EXTERNAL TRANSACTION  *
               88  SUSP-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  SCHED-FS        PIC XX        VALUE '00'.
               88  SCHED-FS-OK               VALUE '00'.

           COPY ACCTRC.


       COPY LOCKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
      * A FEED THE PRE-WINDOW CHECK (SU41FDCK) HELD BACK COMES
      * THROUGH AS THIS STEP'S SCHEDCTL FLAG SET TO 'N'.
           PERFORM CHECK-SCHEDULE-RTN.
           IF SCHD-RUN-PGM91 = 'N'
               DISPLAY 'SU41PGM91 - SKIPPED PER SCHEDULE CONTROL'
               GOBACK
           END-IF.
           PERFORM OPEN-FILES-RTN.
      * PASS ONE - PROVE THE FILE AGAINST ITS OWN CONTROLS BEFORE A
      * SINGLE POSTING.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM91 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           ACCEPT WS-RUN-TIME FROM TIME.
           READ TRAN-FILE
               AT END MOVE 'F' TO EOF-SW.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY SCHEDP.

       COPY BDTP.
