                     FILE STATUS IS OUT-FS.
            SELECT CHKNO-FILE    ASSIGN TO CKFILE
                     FILE STATUS IS CHKNO-FS.
            SELECT REL-FILE      ASSIGN TO RLFILE
                     FILE STATUS IS REL-FS.
            COPY BDTSEL.

       DATA DIVISION.
       FILE SECTION.
           05  CK-NEXT-NUMBER   PIC 9(10).
           05  FILLER           PIC X(70).

      **** PAY RELEASE CONTROL FROM THE PAY-REGISTER VARIANCE REVIEW
      **** (SU41PVAR) - NOTHING GOES TO THE BANK UNTIL TODAY'S REVIEW
      **** HAS EVERY EXCEPTION SIGNED OFF *****************************
       FD  REL-FILE.
           COPY PAYREL.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  EOF-SW-PR        PIC X      VALUE SPACES.
           05  CHKNO-FS         PIC XX     VALUE '00'.
               88 CHKNO-FS-OK              VALUE '00'.
           05  CHKNO-EOF-SW     PIC X      VALUE SPACES.
           05  REL-FS           PIC XX     VALUE '00'.
               88 REL-FS-OK                VALUE '00'.
           05  REL-EOF-SW       PIC X      VALUE SPACES.
           05  CHKNO-REWRITE-SW PIC X      VALUE 'N'.
           05  WS-NEXT-CHECK    PIC 9(10)  VALUE 1.

           05  PP-TRL-TOTAL         PIC 9(9)V99 VALUE 0.
           05  FILLER               PIC X(53) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM CHECK-RELEASE-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-CHECK-NUMBER-RTN.
           PERFORM WRITE-HEADER-RTN.
           PERFORM CLOSE-FILES-RTN.
           STOP RUN.

       CHECK-RELEASE-RTN.
      * HELD MEANS NO FILE AT ALL AND NO CHECK NUMBERS USED - THE
      * RUN IS SIMPLY REPEATED ONCE THE REVIEW RELEASES THE CYCLE.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM16 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE.
           OPEN INPUT REL-FILE.
           IF NOT REL-FS-OK
               DISPLAY 'SU41PGM16 - NO PAY RELEASE RECORD, STATUS='
                       REL-FS ' - POSITIVE PAY HELD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ REL-FILE
               AT END MOVE 'F' TO REL-EOF-SW.
           CLOSE REL-FILE.
           IF REL-EOF-SW = 'F'
               DISPLAY 'SU41PGM16 - PAY RELEASE RECORD EMPTY - '
                       'POSITIVE PAY HELD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT REL-RELEASED
               DISPLAY 'SU41PGM16 - PAY DATE ' REL-PAY-DATE ' HAS '
                       REL-OPEN-CNT ' VARIANCE EXCEPTIONS NOT SIGNED '
                       'OFF - POSITIVE PAY HELD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF REL-RUN-DATE NOT = WS-RUN-DATE
               DISPLAY 'SU41PGM16 - PAY RELEASE RECORD IS FROM '
                       REL-RUN-DATE ', NOT TODAY - POSITIVE PAY HELD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       CHECK-RELEASE-RTN-EXIT. EXIT.

       OPEN-FILES-RTN.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
       PUT-CHECK-NUMBER-RTN-EXIT. EXIT.

       WRITE-HEADER-RTN.
           MOVE WS-RUN-DATE TO PP-HDR-DATE.
           MOVE PP-HEADER-REC TO OUT-REC.
           WRITE OUT-REC.
       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
