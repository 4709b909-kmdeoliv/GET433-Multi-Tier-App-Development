            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY LOCKSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** CONFIRMED DUPLICATE PAIRS - SURVIVOR FIRST, DUPLICATE

      **** THE RE-KEYED JOURNAL - EVERY RECORD GOES OUT, DUPLICATE
      **** SSNS SWAPPED TO THE SURVIVOR, SO NEWJ REPLACES ARJFILE
      **** AFTER THE RUN ***********************************************
       FD  NEWJ-FILE.
       01  NEWJ-REC           PIC X(80).

      **** FORWARD-RECOVERY JOURNALS (ARRCV/STURCV LAYOUTS) - EVERY
      **** CLUSTER RECORD THE MERGE ADDS, REWRITES OR DELETES IS
      **** IMAGED SO SU41PGM95/SU41PGM96 CAN ROLL A RESTORED BACKUP
      **** FORWARD PAST THE MERGE **************************************
       FD  ARCV-FILE.
       01  ARCV-REC.
           COPY ARRCV.
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
      *                                * CONFIRMED-DUPLICATE MERGE.    *
           05  SWAP-FOUND-SW   PIC X         VALUE 'N'.
               88  SWAP-FOUND                VALUE 'Y'.
           05  TYPE-SUB        PIC 9         VALUE 1.
           05  WS-TYPE-TBL     PIC X(5)      VALUE 'FLDMA'.
           05  WS-TYPE-R REDEFINES WS-TYPE-TBL.
               10  WS-HTYPE    PIC X  OCCURS 5 TIMES.
           05  WS-DUP-BILLED   PIC 9(7)V99   VALUE 0.
           05  WS-DUP-PAID     PIC 9(7)V99   VALUE 0.
           05  WS-DUP-LATE     PIC 9(5)V99   VALUE 0.

       COPY LOCKW.

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
               DISPLAY 'SU41PGM77 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
      * THE RECOVERY JOURNALS ARE PERMANENT - OPENED EXTEND SO EVERY
      * IMAGE EVER TAKEN STAYS BEHIND THE CURRENT BACKUP CYCLE.
           OPEN EXTEND ARCV-FILE.
      * CARRIES IS NOT DOUBLED, BUT THE DROP IS AUDITED.
           PERFORM MOVE-ONE-HOLD-RTN
               VARYING TYPE-SUB FROM 1 BY 1
               UNTIL TYPE-SUB > 5.
       MOVE-HOLDS-RTN-EXIT. EXIT.

       MOVE-ONE-HOLD-RTN.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
