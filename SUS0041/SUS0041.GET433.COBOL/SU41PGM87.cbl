                  ACCESS IS RANDOM
                    RECORD KEY IS LDG-KEY
                      FILE STATUS IS LEDGER-FS.
            COPY LIENSEL.
            SELECT CURR-FILE ASSIGN TO CURRCTL
                     FILE STATUS IS CURR-FS.
            SELECT JRNL-FILE ASSIGN TO JRFILE
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY LOCKSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  SORD-FILE.
           05  LDG-XREF-ACCT           PIC X(08).
           05  FILLER                  PIC X(12).

      **** LIENS AGAINST THE FROM-ACCOUNT - BROWSED PER ORDER, NEVER
      **** UPDATED HERE ***********************************************
       FD  LIEN-FILE.
       01  LIEN-RECORD.
           COPY LIENREC.

       FD  CURR-FILE.
           COPY CURRCTL.

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
      *                                * NIGHTLY STANDING-ORDER        *
      *                                * TRANSFER GETS - BOTH SIDES    *
      *                                * JOURNALED - THEN ITS NEXT-RUN *
      *                                * DATE ADVANCES BY ITS          *
      *                                * FREQUENCY.  SKIPPED (FROZEN,  *
      *                                * SHORT OR HELD BACK BY A LIEN) *
      *                                * AND EXPIRING ORDERS ARE       *
      *                                * REPORTED, NOT SWALLOWED.      *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  CURR-EOF-SW     PIC X         VALUE SPACES.
           05  LIEN-EOF-SW     PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-EXEC-CNT     PIC 9(5)      VALUE 0.
           05  WS-FROM-RATE    PIC 9(5)V9999 VALUE 0.
           05  WS-TO-RATE      PIC 9(5)V9999 VALUE 0.
           05  WS-AVAIL        PIC S9(9)V99  VALUE 0.
           05  WS-LIEN-TOTAL   PIC 9(9)V99   VALUE 0.
           05  WS-FROM-CURR    PIC X(3)      VALUE SPACES.
           05  WS-TO-CURR      PIC X(3)      VALUE SPACES.
           05  WS-FROM-IMAGE   PIC X(221)    VALUE SPACES.
               88  SORD-FS-OK                VALUE '00'.
           05  LEDGER-FS       PIC XX        VALUE '00'.
               88  LEDGER-FS-OK              VALUE '00'.
           05  LIEN-RC         PIC XX        VALUE '00'.
               88  LIEN-RC-OK                VALUE '00'.
           05  CURR-FS         PIC XX        VALUE '00'.
               88  CURR-FS-OK                VALUE '00'.
           05  JRNL-FS         PIC XX        VALUE '00'.

       COPY LOCKW.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41PGM87 ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
      * THE SWEEP REWRITES EACH EXECUTED ORDER IN PLACE (NEXT-RUN
      * ADVANCES), SO THE ORDER CLUSTER IS OPENED I-O.
           OPEN I-O SORD-FILE.
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO LIEN FILE IS NOT THE SAME AS NO LIENS - WITHOUT IT THE
      * RUN CANNOT KNOW WHAT MONEY IS HELD BACK, SO IT STOPS.
           OPEN INPUT LIEN-FILE.
           IF NOT LIEN-RC-OK
               DISPLAY 'SU41PGM87 - LIEN-FILE OPEN FAILED, STATUS='
                       LIEN-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO RATE FILE JUST MEANS EVERY ORDER MUST BE SAME-CURRENCY.
           OPEN INPUT CURR-FILE.
           IF NOT CURR-FS-OK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
               PERFORM WRITE-REGISTER-RTN
               GO TO CONSIDER-ORDER-RTN-EXIT
           END-IF.
      * AN ORDER FALLING DUE ON A WEEKEND OR BANK HOLIDAY GOES ON
      * THE NEXT BUSINESS DAY.  SO-NEXT-RUN ITSELF KEEPS THE NOMINAL
      * DATE, SO A MONTHLY ORDER DOES NOT CREEP LATER EVERY TIME IT
      * MEETS A WEEKEND.
           MOVE SO-NEXT-RUN TO BDT-DATE.
           IF BDT-MM > 0 AND BDT-MM < 13
               PERFORM NEXT-BUSINESS-DAY-RTN
                   THRU NEXT-BUSINESS-DAY-RTN-EXIT
           END-IF.
           IF BDT-DATE > WS-RUN-DATE-8
               GO TO CONSIDER-ORDER-RTN-EXIT
           END-IF.
           PERFORM EXECUTE-ORDER-RTN THRU EXECUTE-ORDER-RTN-EXIT.
       CONSIDER-ORDER-RTN-EXIT. EXIT.

       EXECUTE-ORDER-RTN.
      * THE SAME VALIDATION LADDER THE MANUAL TRANSFER (P52ACCT)
      * WALKS - BOTH ACCOUNTS ON FILE AND ACTIVE, A RATE WHERE THE
      * CURRENCIES DIFFER, FUNDS WITHIN THE CREDIT LIMIT, AND A
      * FROM-BALANCE THAT STILL COVERS ITS LIENS AFTERWARDS.
           MOVE SO-FROM-ACCT TO ACCT-NUMBER.
           READ ACCT-FILE
               INVALID KEY MOVE '23' TO ACCT-RC.
               PERFORM WRITE-REGISTER-RTN
               GO TO EXECUTE-ORDER-RTN-EXIT
           END-IF.
      * LIENED MONEY STAYS PUT - THE CREDIT LINE CANNOT BE USED TO
      * DIG UNDER IT, SO THE TEST IS ON THE LEDGER BALANCE ITSELF.
           PERFORM SUM-LIENS-RTN.
           IF WS-LIEN-TOTAL > 0
                   AND ACCT-BALANCE - SO-AMOUNT < WS-LIEN-TOTAL
               ADD 1 TO WS-SKIP-CNT
               MOVE 'SKIPPED - FUNDS UNDER LIEN' TO DL-NOTE
               PERFORM WRITE-REGISTER-RTN
               GO TO EXECUTE-ORDER-RTN-EXIT
           END-IF.
           MOVE SO-TO-ACCT TO TO-NUMBER.
           PERFORM READ-TO-RTN.
           IF NOT ACCT-SUCCESSFUL
           PERFORM WRITE-REGISTER-RTN.
       EXECUTE-ORDER-RTN-EXIT. EXIT.

       SUM-LIENS-RTN.
      * EVERY LIEN ON THE FROM-ACCOUNT STILL IN FORCE ON THE RUN
      * DATE - ACTIVE AND NOT PAST ITS EXPIRY (ZERO EXPIRY MEANS
      * UNTIL RELEASED).
           MOVE 0 TO WS-LIEN-TOTAL.
           MOVE SPACES TO LIEN-EOF-SW.
           MOVE ACCT-NUMBER TO LIEN-ACCT-NUMBER.
           MOVE LOW-VALUES  TO LIEN-ORDER-REF.
           START LIEN-FILE KEY NOT < LIEN-KEY
               INVALID KEY MOVE 'F' TO LIEN-EOF-SW.
           PERFORM ADD-LIEN-RTN
               UNTIL LIEN-EOF-SW = 'F'.
       SUM-LIENS-RTN-EXIT. EXIT.

       ADD-LIEN-RTN.
           READ LIEN-FILE NEXT RECORD
               AT END MOVE 'F' TO LIEN-EOF-SW.
           IF LIEN-EOF-SW NOT = 'F'
               IF LIEN-ACCT-NUMBER = ACCT-NUMBER
                   IF LIEN-ACTIVE
                           AND (LIEN-EXPIRY-DATE = 0
                            OR LIEN-EXPIRY-DATE NOT < WS-RUN-DATE-8)
                       ADD LIEN-AMOUNT TO WS-LIEN-TOTAL
                   END-IF
               ELSE
                   MOVE 'F' TO LIEN-EOF-SW
               END-IF
           END-IF.
       ADD-LIEN-RTN-EXIT. EXIT.

       READ-TO-RTN.
      * THE TO-SIDE USES THE SAME FILE - READ INTO THE SEPARATE
      * TO-RECORD SO BOTH IMAGES ARE IN STORAGE AT ONCE.

       CLOSE-FILES-RTN.
           CLOSE SORD-FILE ACCT-FILE LEDGER-FILE JRNL-FILE OUT-FILE.
           CLOSE LIEN-FILE.
           IF CURR-FS-OK
               CLOSE CURR-FILE
           END-IF.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY LOCKP.

       COPY BDTP.
