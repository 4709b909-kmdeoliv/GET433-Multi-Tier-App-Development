                     FILE STATUS IS EXT-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY PRVSEL.
            COPY RMLSEL.
            COPY MHLSEL.
       DATA DIVISION.
       FILE SECTION.
       COPY VSAMFD.
       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** DIRECTORY-PRIVACY FLAGS - A GRADUATE WHO HAS WITHHELD
      **** DIRECTORY INFORMATION NEVER GOES ON THE MAILING EXTRACT ****
       FD  PRV-FILE.
       01  PRV-RECORD.
           COPY PRVREC.

      **** RETURNED-MAIL REGISTER AND HOLD LIST - A GRADUATE WHOSE
      **** ADDRESS THE POST OFFICE HAS SENT MAIL BACK FROM IS HELD ****
       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * ALUMNI EXTRACT BY GRADUATION- *
           05  WS-EXTRACT-CNT  PIC 9(7)      VALUE 0.
           05  WS-LAST-YEAR    PIC 9(4)      VALUE 0.
           05  WS-YEAR-CNT     PIC 9(7)      VALUE 0.
           05  WS-WITHHELD-CNT PIC 9(7)      VALUE 0.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  EXT-FS          PIC XX        VALUE '00'.
               88  EXT-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  PRV-RC          PIC XX        VALUE '00'.
               88  PRV-OK                    VALUE '00'.
               88  PRV-NOT-FOUND             VALUE '23'.

           COPY VSAMRC.

           COPY RMLW.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
           05 TL-COUNT-Z      PIC ZZZ,ZZ9.
           05 FILLER          PIC X(49) VALUE SPACES.

       01  WITHHELD-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'WITHHELD - FERPA    '.
           05 WL-COUNT-Z      PIC ZZZ,ZZ9.
           05 FILLER          PIC X(49) VALUE SPACES.

       01  HELD-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'HELD - RETURNED MAIL'.
           05 HL-COUNT-Z      PIC ZZZ,ZZ9.
           05 FILLER          PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * WITHOUT THE PRIVACY FLAGS THE EXTRACT COULD MAIL A STUDENT
      * WHO HAS WITHHELD DIRECTORY INFORMATION - NO FILE, NO RUN.
           OPEN INPUT PRV-FILE.
           IF NOT PRV-OK
               DISPLAY 'SU41PGM35 - PRV-FILE OPEN FAILED, STATUS='
                       PRV-RC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXT-FILE.
           IF NOT EXT-FS-OK
               DISPLAY 'SU41PGM35 - EXT-FILE OPEN FAILED, STATUS='
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE 'SU41PGM35'   TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41PGM35 - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-RANGE-RTN.
       READ-ALT-RTN-EXIT. EXIT.

       READ-NEXT-RTN.
           PERFORM EXTRACT-GRAD-RTN THRU EXTRACT-GRAD-RTN-EXIT.
           PERFORM READ-ALT-RTN.
       READ-NEXT-RTN-EXIT. EXIT.

           IF VR-YEAR-OF-GRAD NOT = WS-LAST-YEAR
               PERFORM YEAR-BREAK-RTN
           END-IF.
           MOVE VSAM-KEY TO PRV-SSN.
           READ PRV-FILE
               INVALID KEY MOVE '23' TO PRV-RC.
           IF PRV-OK AND PRV-WITHHELD
               ADD 1 TO WS-WITHHELD-CNT
               GO TO EXTRACT-GRAD-RTN-EXIT
           END-IF.
      * A GRADUATE WHOSE ADDRESS IS ON THE RETURNED-MAIL REGISTER IS
      * LEFT OFF THE EXTRACT - THE MAILING HOUSE WOULD ONLY GET IT
      * BACK AGAIN.
           MOVE 'S'             TO RML-REQ-MASTER.
           MOVE VSAM-KEY        TO RML-REQ-ID.
           MOVE VR-NAME         TO RML-REQ-NAME.
           MOVE VR-ADDRESS      TO RML-REQ-ADDRESS.
           PERFORM CHECK-RETURNED-MAIL-RTN
               THRU CHECK-RETURNED-MAIL-RTN-EXIT.
           IF RML-HOLD-MAIL
               GO TO EXTRACT-GRAD-RTN-EXIT
           END-IF.
           ADD 1 TO WS-EXTRACT-CNT.
           ADD 1 TO WS-YEAR-CNT.
           MOVE SPACES          TO EXT-REC.
           MOVE WS-EXTRACT-CNT TO TL-COUNT-Z.
           MOVE TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-WITHHELD-CNT TO WL-COUNT-Z.
           MOVE WITHHELD-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE RML-HELD-CNT TO HL-COUNT-Z.
           MOVE HELD-LINE TO OUT-REC.
           WRITE OUT-REC.
       FINAL-TOTALS-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE VSAM-INFILE EXT-FILE OUT-FILE PRV-FILE.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY RMLP.
