                     FILE STATUS IS PAYROLL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT QE-FILE       ASSIGN TO QEFILE
                     FILE STATUS IS QE-FS.
            COPY BDTSEL.

       DATA DIVISION.
       FILE SECTION.
       FD  OUT-FILE.
       01  OUT-REC              PIC X(80).

      **** COBRA QUALIFYING EVENTS - EVERY SEPARATION OF AN EMPLOYEE
      **** WHO CARRIED MEDICAL, DENTAL OR VISION, FOR THE NOTICE RUN
      **** (SU41COBR) **************************************************
       FD  QE-FILE.
           COPY COBRAQE.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREA.
           05  EOF-SW-PR        PIC X      VALUE SPACES.
           05  WS-DISCH-CNT     PIC 9(5)   VALUE 0.
           05  WS-RETIRE-CNT    PIC 9(5)   VALUE 0.
           05  WS-EXCEPT-CNT    PIC 9(5)   VALUE 0.
           05  WS-QE-CNT        PIC 9(5)   VALUE 0.
           05  WS-RUN-DATE-8    PIC 9(8)   VALUE 0.
           05  PAYROLL-FS       PIC XX     VALUE '00'.
               88 PAYROLL-FS-OK            VALUE '00'.
           05  OUT-FS           PIC XX     VALUE '00'.
               88 OUT-FS-OK                VALUE '00'.
           05  QE-FS            PIC XX     VALUE '00'.
               88 QE-FS-OK                 VALUE '00'.

       01  HDG-LINE1.
           05 FILLER            PIC X(23) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE 'EXCEPTIONS -- '.
           05 GT-EXCEPT-Z       PIC ZZZZ9.

       01  QE-TOTAL-LINE.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(19) VALUE 'COBRA EVENTS -- '.
           05 GT-QE-Z           PIC ZZZZ9.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT QE-FILE.
           IF NOT QE-FS-OK
               DISPLAY 'SU41PGM12 - QE-FILE OPEN FAILED, STATUS='
                       QE-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM12 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           READ PAYROLL-FILE
             AT END MOVE 'F' TO EOF-SW-PR.
       OPEN-FILES-RTN-EXIT. EXIT.
           IF PR-TERM-DT = 0 OR PR-TERM-REASON = SPACES
               PERFORM EXCEPT-ROUTINE
           END-IF.
           IF PR-MEDICAL-YES OR PR-DENTAL-YES OR PR-VISION-YES
               IF PR-TERM-DT NUMERIC AND PR-TERM-DT > 0
                   PERFORM QUALIFYING-EVENT-ROUTINE
               END-IF
           END-IF.
       DETAIL-ROUTINE-EXIT. EXIT.

       QUALIFYING-EVENT-ROUTINE.
      * LOSS OF COVERAGE ON SEPARATION STARTS THE COBRA NOTICE CLOCK.
      * WITHOUT A TERMINATION DATE THERE IS NO CLOCK TO START - THE
      * EXCEPTION ABOVE HAS TO BE FIXED FIRST.
           MOVE SPACES TO COBRA-EVENT-RECORD.
           MOVE PR-EMPLOYEE-ID  TO CQE-EMP-ID.
           MOVE PR-LAST-NAME    TO CQE-LAST-NAME.
           MOVE PR-FIRST-NAME   TO CQE-FIRST-NAME.
           MOVE PR-ADDRESS1     TO CQE-ADDRESS1.
           MOVE PR-ADDRESS2     TO CQE-ADDRESS2.
           MOVE PR-CITY         TO CQE-CITY.
           MOVE PR-STATE        TO CQE-STATE.
           MOVE PR-ZIP-POSTAL   TO CQE-ZIP.
           MOVE PR-TERM-DT      TO CQE-EVENT-DATE.
           MOVE PR-PAY1-STATUS  TO CQE-EVENT-CODE.
           MOVE PR-MEDICAL-FLAG TO CQE-MEDICAL.
           MOVE PR-DENTAL-FLAG  TO CQE-DENTAL.
           MOVE PR-VISION-FLAG  TO CQE-VISION.
           MOVE WS-RUN-DATE-8   TO CQE-WRITTEN-DATE.
           WRITE COBRA-EVENT-RECORD.
           ADD 1 TO WS-QE-CNT.
       QUALIFYING-EVENT-ROUTINE-EXIT. EXIT.

       EXCEPT-ROUTINE.
           IF WS-EXCEPT-CNT = 0
               MOVE SPACES TO OUT-REC
           MOVE WS-EXCEPT-CNT TO GT-EXCEPT-Z.
           MOVE EXCEPT-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-QE-CNT TO GT-QE-Z.
           MOVE QE-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
       GRAND-TOTAL-ROUTINE-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE PAYROLL-FILE OUT-FILE QE-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
