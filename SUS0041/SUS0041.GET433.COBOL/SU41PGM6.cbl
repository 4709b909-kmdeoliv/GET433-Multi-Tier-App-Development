            SELECT STMT-FILE ASSIGN TO STFILE
                     FILE STATUS IS STMT-FS.
            COPY CIDSEL.
            COPY EBLSEL.
            SELECT EBN-FILE  ASSIGN TO EBFILE
                     FILE STATUS IS EBN-FS.
            COPY RMLSEL.
            COPY MHLSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
       FD  STMT-FILE.
       01  STMT-REC           PIC X(80).

      **** ELECTRONIC-BILLING PREFERENCE BY SSN - A STUDENT OPTED IN
      **** GETS A VENDOR NOTIFICATION INSTEAD OF A MAILED STATEMENT ***
       FD  EBL-FILE.
       01  EBL-RECORD.
           COPY EBLREC.

      **** NOTIFICATION EXTRACT FOR THE E-MAIL/PORTAL VENDOR *********
       FD  EBN-FILE.
       01  EBN-RECORD.
           COPY EBNREC.

      **** RETURNED-MAIL REGISTER AND HOLD LIST - A STATEMENT FOR AN
      **** ADDRESS THE POST OFFICE HAS SENT MAIL BACK FROM IS HELD ****
       FD  RML-FILE.
       01  RML-RECORD.
           COPY RMLREC.

       FD  MHL-FILE.
       01  MHL-RECORD.
           COPY MHLREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
       01  CID-WORK-AREA.
           05  CID-OPEN-SW     PIC X         VALUE 'N'.

           COPY CIDRC.

       01  EBL-WORK-AREA.
           05  EBL-OPEN-SW     PIC X         VALUE 'N'.
               88  EBL-FILE-OPEN             VALUE 'Y'.
           05  EBL-RC          PIC XX        VALUE '00'.
               88  EBL-OK                    VALUE '00'.
               88  EBL-NOT-FOUND             VALUE '23'.
           05  EBN-FS          PIC XX        VALUE '00'.
               88  EBN-FS-OK                 VALUE '00'.
           05  SEND-MODE-SW    PIC X         VALUE 'P'.
               88  SEND-ELECTRONIC           VALUE 'E'.
           05  WS-PAPER-CNT    PIC 9(7)      VALUE 0.
           05  WS-PAPER-AMT    PIC 9(9)V99   VALUE 0.
           05  WS-EBILL-CNT    PIC 9(7)      VALUE 0.
           05  WS-EBILL-AMT    PIC 9(9)V99   VALUE 0.
           05  WS-EBILL-NOID-CNT PIC 9(7)    VALUE 0.
           05  WS-HELD-AMT     PIC 9(9)V99   VALUE 0.

           COPY RMLW.

       01  WS-WORK-AREA.
           05 IN-CTR           PIC 9(5)          VALUE 0.
           05 EOF-SW           PIC X             VALUE SPACES.
           05 TT-TUITION      PIC $$$,$$$,$$$9.99.
           05 FILLER          PIC X(15)  VALUE SPACES.

       01 MODE-TOTAL-LINE.
           05 FILLER          PIC X(4)   VALUE SPACES.
           05 MT-LABEL        PIC X(24).
           05 MT-CNT          PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)   VALUE SPACES.
           05 FILLER          PIC X(12)  VALUE 'AMOUNT DUE  '.
           05 MT-AMOUNT       PIC $$$,$$$,$$$9.99.
           05 FILLER          PIC X(15)  VALUE SPACES.

       01 GRAND-TOTAL-LINE.
           05 FILLER            PIC X(4)   VALUE SPACES.
           05 FILLER            PIC X(19)  VALUE
           05 FILLER            PIC X(5)   VALUE SPACES.
           05 GT-TUITION-Z      PIC $$$,$$$,$$$9.99.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * NO PREFERENCE FILE MEANS NOBODY HAS OPTED IN YET - EVERY
      * STUDENT GETS THE PAPER STATEMENT.
           OPEN I-O EBL-FILE.
           IF EBL-OK
               MOVE 'Y' TO EBL-OPEN-SW
           ELSE
               DISPLAY 'SU41PGM6 - NO E-BILLING FILE, STATUS='
                       EBL-RC ' - PAPER STATEMENTS FOR ALL'
           END-IF.
           OPEN OUTPUT EBN-FILE.
           IF NOT EBN-FS-OK
               DISPLAY 'SU41PGM6 - EBN-FILE OPEN FAILED, STATUS='
                       EBN-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM6 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           MOVE WS-RUN-DATE-8(3:6) TO WS-RUN-DATE.
           MOVE 'SU41PGM6'    TO RML-REQ-PGM.
           MOVE WS-RUN-DATE-8 TO RML-REQ-DATE.
           PERFORM OPEN-RETURNED-MAIL-RTN
               THRU OPEN-RETURNED-MAIL-RTN-EXIT.
           IF NOT MHL-FS-OK
               DISPLAY 'SU41PGM6 - MHL-FILE OPEN FAILED, STATUS='
                       MHL-FS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
            READ IN-FILE
             AT END MOVE 'F' TO EOF-SW.
           MOVE IN-YR-GRAD TO LAST-YR-GRAD.
           COMPUTE TIER-TUITION(WS-TIER-SUB) =
               TIER-TUITION(WS-TIER-SUB) +
               (IN-CREDITS * WS-RATE-USED).
           PERFORM CHECK-EBILL-RTN THRU CHECK-EBILL-RTN-EXIT.
           IF SEND-ELECTRONIC
               PERFORM WRITE-NOTICE-RTN
           ELSE
               MOVE 'S'        TO RML-REQ-MASTER
               MOVE IN-SSN     TO RML-REQ-ID
               MOVE IN-NAME    TO RML-REQ-NAME
               MOVE IN-ADDRESS TO RML-REQ-ADDRESS
               PERFORM CHECK-RETURNED-MAIL-RTN
                   THRU CHECK-RETURNED-MAIL-RTN-EXIT
               IF RML-HOLD-MAIL
                   COMPUTE WS-HELD-AMT = WS-HELD-AMT +
                       (IN-CREDITS * WS-RATE-USED)
               ELSE
                   PERFORM WRITE-STATEMENT-RTN
               END-IF
           END-IF.
       CALC-BY-YEAR-EXIT. EXIT.

       SET-TIER-RTN.
      * OUTPUT STREAM SO IT CAN BE PRINTED AND MAILED SEPARATELY FROM
      * THE GRAD-YEAR SUMMARY REPORT ABOVE.
           COMPUTE WS-STU-TUITION = IN-CREDITS * WS-RATE-USED.
           ADD 1 TO WS-PAPER-CNT.
           ADD WS-STU-TUITION TO WS-PAPER-AMT.
           MOVE WS-RUN-DATE TO STMT-DATE-ED.
           MOVE STMT-TITLE-LINE TO STMT-REC.
           WRITE STMT-REC.
           WRITE STMT-REC.
       WRITE-STATEMENT-RTN-EXIT. EXIT.

       CHECK-EBILL-RTN.
      * ELECTRONIC ONLY FOR A STUDENT OPTED IN WHO ALSO HAS AN
      * ASSIGNED CAMPUS ID - THE VENDOR NEVER SEES AN SSN OR THE
      * SSN-DERIVED LEGACY ID, SO A STUDENT WITHOUT ONE STAYS ON
      * PAPER, COUNTED, UNTIL THE NEXT SU41CIDB RUN.
           MOVE 'P' TO SEND-MODE-SW.
           IF NOT EBL-FILE-OPEN
               GO TO CHECK-EBILL-RTN-EXIT
           END-IF.
           MOVE IN-SSN TO EBL-SSN.
           READ EBL-FILE
               INVALID KEY MOVE '23' TO EBL-RC.
           IF NOT EBL-OK OR NOT EBL-ELECTRONIC
               GO TO CHECK-EBILL-RTN-EXIT
           END-IF.
           IF NOT CID-FILE-OPEN
               ADD 1 TO WS-EBILL-NOID-CNT
               GO TO CHECK-EBILL-RTN-EXIT
           END-IF.
           MOVE IN-SSN TO CID-SSN.
           READ CID-FILE
               INVALID KEY MOVE '23' TO CID-RC.
           IF NOT CID-SUCCESSFUL
               ADD 1 TO WS-EBILL-NOID-CNT
               GO TO CHECK-EBILL-RTN-EXIT
           END-IF.
           MOVE 'E' TO SEND-MODE-SW.
       CHECK-EBILL-RTN-EXIT. EXIT.

       WRITE-NOTICE-RTN.
      * ONE NOTIFICATION RECORD IN PLACE OF THE MAILED STATEMENT; THE
      * REFERENCE IS KEPT ON THE PREFERENCE RECORD SO A BOUNCE FOR AN
      * OLDER NOTICE CAN BE TOLD FROM A BOUNCE FOR THIS ONE.
           COMPUTE WS-STU-TUITION = IN-CREDITS * WS-RATE-USED.
           MOVE SPACES            TO EBN-RECORD.
           MOVE CID-CAMPUS-ID     TO EN-CAMPUS-ID.
           MOVE WS-STU-TUITION    TO EN-AMOUNT-DUE.
           MOVE WS-CAL-BILL-END   TO EN-DUE-DATE.
           MOVE WS-RUN-DATE-8     TO EN-REF-DATE.
           MOVE CID-CAMPUS-ID     TO EN-REF-CAMPUS-ID.
           MOVE WS-CAL-TERM       TO EN-TERM.
           MOVE WS-RUN-DATE-8     TO EN-STMT-DATE.
           WRITE EBN-RECORD.
           ADD 1 TO WS-EBILL-CNT.
           ADD WS-STU-TUITION TO WS-EBILL-AMT.
           MOVE EN-STMT-REF TO EBL-LAST-REF.
           REWRITE EBL-RECORD
               INVALID KEY
                   DISPLAY 'SU41PGM6 - E-BILLING REWRITE FAILED, SSN '
                           IN-SSN ' STATUS=' EBL-RC
           END-REWRITE.
       WRITE-NOTICE-RTN-EXIT. EXIT.

       DETAIL-ROUTINE.
           MOVE LAST-YR-GRAD TO DL-YR-GRAD.
           MOVE IN-CTR TO DL-NO-STUDENTS-Z.
           PERFORM WRITE-TIER-LINE-RTN
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 3.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PAPER STATEMENTS MAILED ' TO MT-LABEL.
           MOVE WS-PAPER-CNT TO MT-CNT.
           MOVE WS-PAPER-AMT TO MT-AMOUNT.
           MOVE MODE-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ELECTRONIC NOTIFICATIONS' TO MT-LABEL.
           MOVE WS-EBILL-CNT TO MT-CNT.
           MOVE WS-EBILL-AMT TO MT-AMOUNT.
           MOVE MODE-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'OPTED IN, NO CAMPUS ID  ' TO MT-LABEL.
           MOVE WS-EBILL-NOID-CNT TO MT-CNT.
           MOVE ZERO TO MT-AMOUNT.
           MOVE MODE-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'HELD - RETURNED MAIL    ' TO MT-LABEL.
           MOVE RML-HELD-CNT TO MT-CNT.
           MOVE WS-HELD-AMT TO MT-AMOUNT.
           MOVE MODE-TOTAL-LINE TO OUT-REC.
           WRITE OUT-REC.
       GRAND-TOTAL-ROUTINE-EXIT. EXIT.

       WRITE-TIER-LINE-RTN.
       WRITE-TIER-LINE-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE IN-FILE OUT-FILE STMT-FILE EBN-FILE.
           IF CID-FILE-OPEN
               CLOSE CID-FILE
           END-IF.
           IF EBL-FILE-OPEN
               CLOSE EBL-FILE
           END-IF.
           PERFORM CLOSE-RETURNED-MAIL-RTN
               THRU CLOSE-RETURNED-MAIL-RTN-EXIT.
           IF WS-LEGACY-ID-CNT > 0
               DISPLAY 'SU41PGM6 - STATEMENTS WITH LEGACY SSN ID: '
                       WS-LEGACY-ID-CNT
               MOVE IN-SSN(3:7) TO STMT-CAMPUS-ID
           END-IF.
       SET-STMT-ID-RTN-EXIT. EXIT.

       COPY RMLP.

       COPY BDTP.
