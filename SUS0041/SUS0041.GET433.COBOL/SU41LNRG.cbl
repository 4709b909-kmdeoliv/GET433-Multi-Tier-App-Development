       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41LNRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            COPY LIENSEL.
            SELECT ACCT-FILE
              ASSIGN TO VSAMFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                    RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS ACCT-RC.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
      **** ACCOUNT LIENS, IN ACCOUNT/ORDER-REFERENCE ORDER *************
       FD  LIEN-FILE.
       01  LIEN-RECORD.
           COPY LIENREC.

       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.

       FD  CTL-FILE.
           COPY LNRCTL.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * MONTHLY LIEN REGISTER.  EVERY *
      *                                * LIEN IN FORCE ON THE AS-OF    *
      *                                * DATE IS LISTED UNDER ITS      *
      *                                * ACCOUNT, WITH THE PERIOD'S    *
      *                                * MOVEMENT - LIENS PLACED,      *
      *                                * ADJUSTED, RELEASED OR LAPSED  *
      *                                * SINCE THE PERIOD BEGAN.  EACH *
      *                                * ACCOUNT SHOWS ITS LEDGER      *
      *                                * BALANCE AGAINST ITS TOTAL IN  *
      *                                * FORCE; LIENS THAT EXCEED THE  *
      *                                * BALANCE, OR SIT ON A CLOSED   *
      *                                * OR MISSING ACCOUNT, ARE       *
      *                                * FLAGGED FOR LEGAL (RC 4).     *
      *                                * READ ONLY.                    *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  WS-CUR-ACCT     PIC X(8)      VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-FROM-DATE    PIC 9(8)      VALUE 0.
           05  WS-FROM-DATE-R  REDEFINES WS-FROM-DATE.
               10  WS-FROM-YYYYMM PIC 9(6).
               10  WS-FROM-DD     PIC 9(2).
           05  WS-ASOF-DATE    PIC 9(8)      VALUE 0.
           05  WS-ACCT-LISTED  PIC 9(5)      VALUE 0.
           05  WS-ACCT-FORCE   PIC 9(9)V99   VALUE 0.
           05  WS-SHORTFALL    PIC S9(9)V99  VALUE 0.
           05  WS-LIEN-READ    PIC 9(7)      VALUE 0.
           05  WS-FORCE-CNT    PIC 9(7)      VALUE 0.
           05  WS-FORCE-AMT    PIC 9(11)V99  VALUE 0.
           05  WS-PLACED-CNT   PIC 9(7)      VALUE 0.
           05  WS-PLACED-AMT   PIC 9(11)V99  VALUE 0.
           05  WS-RELEASE-CNT  PIC 9(7)      VALUE 0.
           05  WS-RELEASE-AMT  PIC 9(11)V99  VALUE 0.
           05  WS-LAPSED-CNT   PIC 9(7)      VALUE 0.
           05  WS-LAPSED-AMT   PIC 9(11)V99  VALUE 0.
           05  WS-ACCT-CNT     PIC 9(7)      VALUE 0.
           05  WS-EXCEED-CNT   PIC 9(7)      VALUE 0.
           05  WS-EXCEED-AMT   PIC 9(11)V99  VALUE 0.
           05  WS-ORPHAN-CNT   PIC 9(7)      VALUE 0.
           05  WS-ORPHAN-AMT   PIC 9(11)V99  VALUE 0.
           05  LIEN-RC         PIC XX        VALUE '00'.
               88  LIEN-RC-OK                VALUE '00'.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

           COPY ACCTRC.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '         ACCOUNT LIEN REGISTER          '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(13) VALUE 'PERIOD FROM  '.
           05 HL-FROM-DATE    PIC 9(8).
           05 FILLER          PIC X(14) VALUE '   TO (AS OF) '.
           05 HL-ASOF-DATE    PIC 9(8).
           05 FILLER          PIC X(12) VALUE '   RUN DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(17) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   'ACCOUNT   ORDER REFERENCE          AMOUN'.
           05 FILLER          PIC X(40) VALUE
                   'T EXPIRY   PLACED   STATUS              '.

       01  DETAIL-LINE.
           05 DL-ACCT         PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-REF          PIC X(16).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EXPIRY       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PLACED       PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-STATUS       PIC X(20).

       01  ACCOUNT-LINE.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'BALANCE / LIENS '.
           05 AL-BALANCE      PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 AL-FORCE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 AL-NOTE         PIC X(22).

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(36).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC -$$$,$$$,$$$,$$9.99.
           05 FILLER          PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM GET-CONTROL-RTN THRU GET-CONTROL-RTN-EXIT.
           PERFORM HDG-ROUTINE.
           READ LIEN-FILE NEXT RECORD
               AT END MOVE 'F' TO EOF-SW.
           PERFORM PROCESS-ACCOUNT-RTN
              THRU PROCESS-ACCOUNT-RTN-EXIT
              UNTIL EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           IF WS-EXCEED-CNT > 0 OR WS-ORPHAN-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT LIEN-FILE.
           IF NOT LIEN-RC-OK
               DISPLAY 'SU41LNRG - LIEN-FILE OPEN FAILED, STATUS='
                       LIEN-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ACCT-FILE.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41LNRG - ACCT-FILE OPEN FAILED, STATUS='
                       ACCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41LNRG - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
      * THE DEFAULT PERIOD IS THE RUN DATE'S MONTH TO DATE - THE
      * REGISTER IS RUN ON THE LAST BUSINESS DAY OF THE MONTH.
           MOVE WS-RUN-DATE-8 TO WS-ASOF-DATE.
           MOVE WS-RUN-DATE-8 TO WS-FROM-DATE.
           MOVE 1 TO WS-FROM-DD.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41LNRG - NO CONTROL CARD, USING DEFAULTS'
           ELSE
               READ CTL-FILE
                   AT END
                       DISPLAY 'CONTROL CARD EMPTY, USING DEFAULTS'
                       MOVE 'F' TO CTL-EOF-SW
               END-READ
               IF CTL-EOF-SW NOT = 'F'
                   IF LNC-PERIOD-FROM > 0
                       MOVE LNC-PERIOD-FROM TO WS-FROM-DATE
                   END-IF
                   IF LNC-PERIOD-TO > 0
                       MOVE LNC-PERIOD-TO TO WS-ASOF-DATE
                   END-IF
               END-IF
               CLOSE CTL-FILE
           END-IF.
           IF WS-FROM-DATE > WS-ASOF-DATE
               DISPLAY 'SU41LNRG - PERIOD FROM ' WS-FROM-DATE
                       ' IS AFTER ' WS-ASOF-DATE
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       GET-CONTROL-RTN-EXIT. EXIT.

       PROCESS-ACCOUNT-RTN.
           MOVE LIEN-ACCT-NUMBER TO WS-CUR-ACCT.
           MOVE 0 TO WS-ACCT-LISTED.
           MOVE 0 TO WS-ACCT-FORCE.
           PERFORM TAKE-LIEN-RTN THRU TAKE-LIEN-RTN-EXIT
              UNTIL EOF-SW = 'F'
                 OR LIEN-ACCT-NUMBER NOT = WS-CUR-ACCT.
           IF WS-ACCT-LISTED > 0
               PERFORM ACCOUNT-TOTAL-RTN THRU ACCOUNT-TOTAL-RTN-EXIT
           END-IF.
       PROCESS-ACCOUNT-RTN-EXIT. EXIT.

       TAKE-LIEN-RTN.
      *                                *********************************
      *                                * IN FORCE ON THE AS-OF DATE -  *
      *                                * ALWAYS LISTED.  RELEASED OR   *
      *                                * LAPSED - LISTED ONLY WHEN IT  *
      *                                * HAPPENED INSIDE THE PERIOD;   *
      *                                * OLDER HISTORY STAYS ON FILE   *
      *                                * BUT OFF THE REGISTER.         *
      *                                *********************************
           ADD 1 TO WS-LIEN-READ.
           MOVE SPACES TO DL-STATUS.
           EVALUATE TRUE
               WHEN LIEN-RELEASED
                   IF LIEN-CHANGED-DATE < WS-FROM-DATE
                           OR LIEN-CHANGED-DATE > WS-ASOF-DATE
                       GO TO TAKE-LIEN-NEXT
                   END-IF
                   ADD 1 TO WS-RELEASE-CNT
                   ADD LIEN-AMOUNT TO WS-RELEASE-AMT
                   MOVE 'RELEASED' TO DL-STATUS
               WHEN LIEN-EXPIRY-DATE NOT = 0
                       AND LIEN-EXPIRY-DATE < WS-ASOF-DATE
                   IF LIEN-EXPIRY-DATE < WS-FROM-DATE
                       GO TO TAKE-LIEN-NEXT
                   END-IF
                   ADD 1 TO WS-LAPSED-CNT
                   ADD LIEN-AMOUNT TO WS-LAPSED-AMT
                   MOVE 'LAPSED AT EXPIRY' TO DL-STATUS
               WHEN OTHER
                   ADD 1 TO WS-FORCE-CNT
                   ADD LIEN-AMOUNT TO WS-FORCE-AMT
                   ADD LIEN-AMOUNT TO WS-ACCT-FORCE
                   MOVE 'IN FORCE' TO DL-STATUS
                   IF LIEN-PLACED-DATE NOT < WS-FROM-DATE
                       MOVE 'IN FORCE - NEW' TO DL-STATUS
                   ELSE
                       IF LIEN-CHANGED-DATE NOT < WS-FROM-DATE
                           MOVE 'IN FORCE - ADJUSTED' TO DL-STATUS
                       END-IF
                   END-IF
           END-EVALUATE.
           IF LIEN-PLACED-DATE NOT < WS-FROM-DATE
                   AND LIEN-PLACED-DATE NOT > WS-ASOF-DATE
               ADD 1 TO WS-PLACED-CNT
               ADD LIEN-AMOUNT TO WS-PLACED-AMT
           END-IF.
           ADD 1 TO WS-ACCT-LISTED.
           MOVE LIEN-ACCT-NUMBER TO DL-ACCT.
           MOVE LIEN-ORDER-REF   TO DL-REF.
           MOVE LIEN-AMOUNT      TO DL-AMOUNT.
           IF LIEN-EXPIRY-DATE = 0
               MOVE 'OPEN    ' TO DL-EXPIRY
           ELSE
               MOVE LIEN-EXPIRY-DATE TO DL-EXPIRY
           END-IF.
           MOVE LIEN-PLACED-DATE TO DL-PLACED.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       TAKE-LIEN-NEXT.
           READ LIEN-FILE NEXT RECORD
               AT END MOVE 'F' TO EOF-SW.
       TAKE-LIEN-RTN-EXIT. EXIT.

       ACCOUNT-TOTAL-RTN.
      * THE ACCOUNT'S LEDGER BALANCE AGAINST ITS LIENS IN FORCE - A
      * SHORTFALL MEANS LATER DEPOSITS ARE STILL BEING ATTACHED.
           MOVE SPACES TO AL-NOTE.
           MOVE 0 TO AL-BALANCE.
           MOVE WS-ACCT-FORCE TO AL-FORCE.
           MOVE WS-CUR-ACCT TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY MOVE '23' TO ACCT-RC.
           IF NOT ACCT-SUCCESSFUL
               IF WS-ACCT-FORCE > 0
                   ADD 1 TO WS-ORPHAN-CNT
                   ADD WS-ACCT-FORCE TO WS-ORPHAN-AMT
               END-IF
               MOVE 'ACCOUNT NOT ON FILE' TO AL-NOTE
               GO TO ACCOUNT-TOTAL-PRINT
           END-IF.
           MOVE ACCT-BALANCE TO AL-BALANCE.
           IF WS-ACCT-FORCE = 0
               GO TO ACCOUNT-TOTAL-PRINT
           END-IF.
           ADD 1 TO WS-ACCT-CNT.
           IF ACCT-CLOSED
               ADD 1 TO WS-ORPHAN-CNT
               ADD WS-ACCT-FORCE TO WS-ORPHAN-AMT
               MOVE 'ACCOUNT CLOSED' TO AL-NOTE
               GO TO ACCOUNT-TOTAL-PRINT
           END-IF.
           IF WS-ACCT-FORCE > ACCT-BALANCE
               ADD 1 TO WS-EXCEED-CNT
               COMPUTE WS-SHORTFALL = WS-ACCT-FORCE - ACCT-BALANCE
               ADD WS-SHORTFALL TO WS-EXCEED-AMT
               MOVE 'LIENS EXCEED BALANCE' TO AL-NOTE
           END-IF.
       ACCOUNT-TOTAL-PRINT.
           MOVE ACCOUNT-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       ACCOUNT-TOTAL-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-FROM-DATE  TO HL-FROM-DATE.
           MOVE WS-ASOF-DATE  TO HL-ASOF-DATE.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LIEN RECORDS READ' TO CTL-LABEL.
           MOVE WS-LIEN-READ TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LIENS IN FORCE' TO CTL-LABEL.
           MOVE WS-FORCE-CNT TO CTL-COUNT.
           MOVE WS-FORCE-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACCOUNTS UNDER LIEN' TO CTL-LABEL.
           MOVE WS-ACCT-CNT TO CTL-COUNT.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LIENS PLACED IN PERIOD' TO CTL-LABEL.
           MOVE WS-PLACED-CNT TO CTL-COUNT.
           MOVE WS-PLACED-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LIENS RELEASED IN PERIOD' TO CTL-LABEL.
           MOVE WS-RELEASE-CNT TO CTL-COUNT.
           MOVE WS-RELEASE-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LIENS LAPSED IN PERIOD' TO CTL-LABEL.
           MOVE WS-LAPSED-CNT TO CTL-COUNT.
           MOVE WS-LAPSED-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACCOUNTS WITH LIENS OVER BALANCE' TO CTL-LABEL.
           MOVE WS-EXCEED-CNT TO CTL-COUNT.
           MOVE WS-EXCEED-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LIENS ON CLOSED OR MISSING ACCOUNTS' TO CTL-LABEL.
           MOVE WS-ORPHAN-CNT TO CTL-COUNT.
           MOVE WS-ORPHAN-AMT TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE LIEN-FILE ACCT-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
