                     FILE STATUS IS GL-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
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
      *                                * MONTH-END CURRENCY            *
           05 DL-GAINLOSS-Z   PIC -(9)9.99.
           05 FILLER          PIC X(14) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM57 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-PROCESSING-DATE(3:6) TO WS-RUN-DATE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           CLOSE ACCT-FILE OLD-RATE-FILE NEW-RATE-FILE GL-FILE
                 OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
