            SELECT JRNL-FILE ASSIGN TO JRFILE
                     FILE STATUS IS JRNL-FS.
            COPY LOCKSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  LOCK-REC.
           COPY LOKREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * INTEREST ACCRUAL RUN OVER THE *
      *                                * TRANSACTION LEDGER, AND THE   *
      *                                * REGISTER TOTALS BY CURRENCY.  *
      *                                * CLOSED AND FROZEN ACCOUNTS    *
      *                                * ARE SKIPPED, AS ARE LOAN      *
      *                                * ACCOUNTS - THEIR INTEREST IS  *
      *                                * ON THE SCHEDULE SU41LNBL      *
      *                                * BILLS.                        *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05 CL-INTEREST-Z   PIC -$$$,$$$,$$9.99.
           05 FILLER          PIC X(37) VALUE SPACES.

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
               DISPLAY 'SU41PGM53 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
      * NOTHING OPENS THE SHARED ACCOUNT CLUSTER FOR UPDATE WITHOUT
      * THE QUIESCE LOCK - THE ONLINE SIDE SWITCHES TO INQUIRY-ONLY
      * WHILE THIS JOB HOLDS IT, AND A SECOND BATCH UPDATER IS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
       GET-MODE-RTN-EXIT. EXIT.

       READ-INPUT.
           IF ACCT-ACTIVE AND NOT ACCT-LOAN
               PERFORM ACCRUE-RTN
           ELSE
               ADD 1 TO WS-SKIPPED-CNT
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
