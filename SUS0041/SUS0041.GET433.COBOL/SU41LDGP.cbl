       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41LDGP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ACCT-FILE
              ASSIGN TO VSAMFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS ACCT-NUMBER
                      FILE STATUS IS ACCT-RC.
            SELECT LEDGER-FILE
              ASSIGN TO LDGFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS SEQUENTIAL
                    RECORD KEY IS LDG-KEY
                      FILE STATUS IS LEDGER-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
       01  ACCT-RECORD.
           COPY ACCTREC.

       FD  LEDGER-FILE.
       01  LEDGER-REC.
           05  LDG-KEY.
               10  LK-ACCT-NUMBER      PIC X(08).
               10  LK-DATE             PIC 9(08).
               10  LK-TIME             PIC 9(06).
           05  LDG-SOURCE              PIC X(08).
           05  LDG-USERID              PIC X(08).
           05  LDG-BEFORE-BALANCE      PIC S9(9)V99.
           05  LDG-AFTER-BALANCE       PIC S9(9)V99.
           05  LDG-XREF-ACCT           PIC X(08).
           05  FILLER                  PIC X(12).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * NIGHTLY LEDGER-CHAIN PROOF.   *
      *                                * EACH ACCOUNT'S ACCTLDG        *
      *                                * ENTRIES ARE WALKED IN DATE/   *
      *                                * TIME ORDER: EVERY BEFORE-     *
      *                                * BALANCE MUST EQUAL THE PRIOR  *
      *                                * ENTRY'S AFTER-BALANCE, AND    *
      *                                * THE LAST AFTER-BALANCE MUST   *
      *                                * EQUAL ACCT-BALANCE ON THE     *
      *                                * CLUSTER.  A BREAK, A LEDGER   *
      *                                * WITH NO ACCOUNT, OR A BALANCE *
      *                                * WITH NO LEDGER GOES ON THE    *
      *                                * EXCEPTION REPORT WITH THE     *
      *                                * PROGRAM THAT WROTE THE ENTRY. *
      *                                * READ ONLY - RUN AFTER THE     *
      *                                * ONLINE DAY IS CLOSED SO NO    *
      *                                * POSTING LANDS MID-PROOF.      *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  LDG-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-CUR-ACCT     PIC X(8)      VALUE SPACES.
           05  WS-ACCT-ENT     PIC 9(7)      VALUE 0.
           05  WS-ACCT-BRK     PIC 9(7)      VALUE 0.
           05  WS-PRIOR-AFTER  PIC S9(9)V99  VALUE 0.
           05  WS-PRIOR-DATE   PIC 9(8)      VALUE 0.
           05  WS-PRIOR-TIME   PIC 9(6)      VALUE 0.
           05  WS-PRIOR-SRC    PIC X(8)      VALUE SPACES.
           05  WS-SRC-PGM      PIC X(8)      VALUE SPACES.
           05  WS-ORPH-ACCT    PIC X(8)      VALUE SPACES.
           05  WS-ORPH-ENT     PIC 9(7)      VALUE 0.
           05  WS-ORPH-FIRST   PIC 9(8)      VALUE 0.
           05  WS-ORPH-AFTER   PIC S9(9)V99  VALUE 0.
           05  WS-ORPH-DATE    PIC 9(8)      VALUE 0.
           05  WS-ORPH-TIME    PIC 9(6)      VALUE 0.
           05  WS-ORPH-SRC     PIC X(8)      VALUE SPACES.
           05  WS-ACCT-CNT     PIC 9(7)      VALUE 0.
           05  WS-ENT-CNT      PIC 9(7)      VALUE 0.
           05  WS-INTACT-CNT   PIC 9(7)      VALUE 0.
           05  WS-QUIET-CNT    PIC 9(7)      VALUE 0.
           05  WS-BRK-CNT      PIC 9(7)      VALUE 0.
           05  WS-BRK-ACCTS    PIC 9(7)      VALUE 0.
           05  WS-END-CNT      PIC 9(7)      VALUE 0.
           05  WS-NOLDG-CNT    PIC 9(7)      VALUE 0.
           05  WS-ORPH-CNT     PIC 9(7)      VALUE 0.
           05  WS-ORPH-ENTS    PIC 9(7)      VALUE 0.
           05  WS-OFFL-CNT     PIC 9(7)      VALUE 0.
           05  WS-MASTER-TOTAL PIC S9(11)V99 VALUE 0.
           05  WS-LEDGER-TOTAL PIC S9(11)V99 VALUE 0.
           05  LEDGER-FS       PIC XX        VALUE '00'.
               88  LEDGER-FS-OK              VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

           COPY ACCTRC.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'ACCTLDG CHAIN PROOF - EXCEPTIONS        '.
           05 FILLER          PIC X(5)  VALUE 'DATE '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(7)  VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   'ACCOUNT  EXCEPTION  DATE     TIME   SOUR'.
           05 FILLER          PIC X(40) VALUE
                   'CE          EXPECTED           FOUND    '.

      **** EXPECTED IS WHAT THE CHAIN OR THE MASTER SAYS THE BALANCE
      **** SHOULD BE; FOUND IS WHAT THE ENTRY OR THE LEDGER SAYS ******
       01  EXC-LINE.
           05 EX-ACCT         PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-TYPE         PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-DATE         PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-TIME         PIC 9(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-SOURCE       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-EXPECTED     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 EX-FOUND        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(4)  VALUE SPACES.

       01  PRIOR-LINE.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'PRIOR ENTRY '.
           05 PL-DATE         PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-TIME         PIC 9(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-SOURCE       PIC X(8).
           05 FILLER          PIC X(24) VALUE SPACES.

       01  ORPHAN-LINE.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 OL-ENTRIES      PIC ZZZ,ZZ9.
           05 FILLER          PIC X(29) VALUE
                   ' ENTRIES, NO ACCOUNT - FIRST '.
           05 OL-FIRST        PIC 9(8).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(36).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CTL-AMOUNT-Z    PIC -$$$,$$$,$$$,$$9.99.
           05 FILLER          PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM PROCESS-ACCOUNT-RTN
               UNTIL EOF-SW = 'F'.
      * WHATEVER LEDGER IS LEFT SORTS PAST THE LAST ACCOUNT ON THE
      * CLUSTER AND HAS NO ACCOUNT AT ALL.
           MOVE HIGH-VALUES TO WS-CUR-ACCT.
           PERFORM TAKE-LEDGER-RTN THRU TAKE-LEDGER-RTN-EXIT
               UNTIL LDG-EOF-SW = 'F'.
           IF WS-ORPH-ACCT NOT = SPACES
               PERFORM END-ORPHAN-RTN
           END-IF.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT ACCT-FILE.
           IF NOT ACCT-SUCCESSFUL
               DISPLAY 'SU41LDGP - ACCT-FILE OPEN FAILED, STATUS='
                       ACCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT LEDGER-FILE.
           IF NOT LEDGER-FS-OK
               DISPLAY 'SU41LDGP - LEDGER-FILE OPEN FAILED, STATUS='
                       LEDGER-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41LDGP - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ ACCT-FILE
               AT END MOVE 'F' TO EOF-SW.
           READ LEDGER-FILE
               AT END MOVE 'F' TO LDG-EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       PROCESS-ACCOUNT-RTN.
           ADD 1 TO WS-ACCT-CNT.
           MOVE ACCT-NUMBER TO WS-CUR-ACCT.
           MOVE 0 TO WS-ACCT-ENT.
           MOVE 0 TO WS-ACCT-BRK.
           MOVE 0 TO WS-PRIOR-AFTER.
           PERFORM TAKE-LEDGER-RTN THRU TAKE-LEDGER-RTN-EXIT
               UNTIL LDG-EOF-SW = 'F'
                  OR LK-ACCT-NUMBER > WS-CUR-ACCT.
           PERFORM JUDGE-ACCOUNT-RTN.
           READ ACCT-FILE
               AT END MOVE 'F' TO EOF-SW.
       PROCESS-ACCOUNT-RTN-EXIT. EXIT.

       TAKE-LEDGER-RTN.
           IF WS-ORPH-ACCT NOT = SPACES
                   AND LK-ACCT-NUMBER NOT = WS-ORPH-ACCT
               PERFORM END-ORPHAN-RTN
           END-IF.
           IF LK-ACCT-NUMBER > WS-CUR-ACCT
               GO TO TAKE-LEDGER-RTN-EXIT
           END-IF.
           ADD 1 TO WS-ENT-CNT.
           PERFORM FORMAT-SOURCE-RTN.
           IF LK-ACCT-NUMBER < WS-CUR-ACCT
               PERFORM ORPHAN-ENTRY-RTN
               GO TO TAKE-LEDGER-NEXT-RTN
           END-IF.
      * THE FIRST ENTRY HAS NOTHING BEFORE IT TO PROVE AGAINST -
      * ACCOUNTS OPENED BEFORE THE LEDGER EXISTED START MID-STREAM.
           ADD 1 TO WS-ACCT-ENT.
           IF WS-ACCT-ENT > 1
                   AND LDG-BEFORE-BALANCE NOT = WS-PRIOR-AFTER
               PERFORM REPORT-BREAK-RTN
           END-IF.
           MOVE LDG-AFTER-BALANCE TO WS-PRIOR-AFTER.
           MOVE LK-DATE           TO WS-PRIOR-DATE.
           MOVE LK-TIME           TO WS-PRIOR-TIME.
           MOVE WS-SRC-PGM        TO WS-PRIOR-SRC.
       TAKE-LEDGER-NEXT-RTN.
           READ LEDGER-FILE
               AT END MOVE 'F' TO LDG-EOF-SW.
       TAKE-LEDGER-RTN-EXIT. EXIT.

       FORMAT-SOURCE-RTN.
      * THE MONETARY POSTING SCREEN STAMPS ITS TRANSACTION CODE
      * RATHER THAN ITS NAME; SHOW THOSE AS P51/CODE SO EVERY LINE
      * NAMES THE PROGRAM THAT WROTE IT.
           IF LDG-SOURCE(5:4) = SPACES
                   AND LDG-SOURCE(1:4) NOT = SPACES
               MOVE 'P51/' TO WS-SRC-PGM(1:4)
               MOVE LDG-SOURCE(1:4) TO WS-SRC-PGM(5:4)
           ELSE
               MOVE LDG-SOURCE TO WS-SRC-PGM
           END-IF.
       FORMAT-SOURCE-RTN-EXIT. EXIT.

       REPORT-BREAK-RTN.
           ADD 1 TO WS-BRK-CNT.
           ADD 1 TO WS-ACCT-BRK.
           IF WS-ACCT-BRK = 1
               ADD 1 TO WS-BRK-ACCTS
           END-IF.
           MOVE WS-CUR-ACCT        TO EX-ACCT.
           MOVE 'BREAK'            TO EX-TYPE.
           MOVE LK-DATE            TO EX-DATE.
           MOVE LK-TIME            TO EX-TIME.
           MOVE WS-SRC-PGM         TO EX-SOURCE.
           MOVE WS-PRIOR-AFTER     TO EX-EXPECTED.
           MOVE LDG-BEFORE-BALANCE TO EX-FOUND.
           MOVE EXC-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-PRIOR-DATE      TO PL-DATE.
           MOVE WS-PRIOR-TIME      TO PL-TIME.
           MOVE WS-PRIOR-SRC       TO PL-SOURCE.
           MOVE PRIOR-LINE TO OUT-REC.
           WRITE OUT-REC.
       REPORT-BREAK-RTN-EXIT. EXIT.

       JUDGE-ACCOUNT-RTN.
           ADD ACCT-BALANCE TO WS-MASTER-TOTAL.
           IF WS-ACCT-ENT = 0
               IF ACCT-BALANCE = 0
                   ADD 1 TO WS-QUIET-CNT
               ELSE
      * MONEY ON THE MASTER WITH NO POSTING HISTORY AT ALL - THE
      * LAST MAINTAINER IS THE ONLY LEAD.
                   ADD 1 TO WS-NOLDG-CNT
                   MOVE WS-CUR-ACCT              TO EX-ACCT
                   MOVE 'NO LEDGER'              TO EX-TYPE
                   MOVE ACCT-LAST-CHANGED-DATE   TO EX-DATE
                   MOVE ACCT-LAST-CHANGED-TIME   TO EX-TIME
                   MOVE ACCT-LAST-CHANGED-USERID TO EX-SOURCE
                   MOVE ACCT-BALANCE             TO EX-EXPECTED
                   MOVE 0                        TO EX-FOUND
                   MOVE EXC-LINE TO OUT-REC
                   WRITE OUT-REC
               END-IF
           ELSE
               ADD WS-PRIOR-AFTER TO WS-LEDGER-TOTAL
               IF WS-PRIOR-AFTER NOT = ACCT-BALANCE
                   ADD 1 TO WS-END-CNT
                   MOVE WS-CUR-ACCT    TO EX-ACCT
                   MOVE 'END BAL'      TO EX-TYPE
                   MOVE WS-PRIOR-DATE  TO EX-DATE
                   MOVE WS-PRIOR-TIME  TO EX-TIME
                   MOVE WS-PRIOR-SRC   TO EX-SOURCE
                   MOVE ACCT-BALANCE   TO EX-EXPECTED
                   MOVE WS-PRIOR-AFTER TO EX-FOUND
                   MOVE EXC-LINE TO OUT-REC
                   WRITE OUT-REC
               ELSE
                   IF WS-ACCT-BRK = 0
                       ADD 1 TO WS-INTACT-CNT
                   END-IF
               END-IF
           END-IF.
       JUDGE-ACCOUNT-RTN-EXIT. EXIT.

       ORPHAN-ENTRY-RTN.
           IF WS-ORPH-ACCT = SPACES
               MOVE LK-ACCT-NUMBER TO WS-ORPH-ACCT
               MOVE 0              TO WS-ORPH-ENT
               MOVE LK-DATE        TO WS-ORPH-FIRST
           END-IF.
           ADD 1 TO WS-ORPH-ENT.
           ADD 1 TO WS-ORPH-ENTS.
           MOVE LDG-AFTER-BALANCE TO WS-ORPH-AFTER.
           MOVE LK-DATE           TO WS-ORPH-DATE.
           MOVE LK-TIME           TO WS-ORPH-TIME.
           MOVE WS-SRC-PGM        TO WS-ORPH-SRC.
       ORPHAN-ENTRY-RTN-EXIT. EXIT.

       END-ORPHAN-RTN.
      * THE CLOSED-ACCOUNT OFFLOAD (SU41PGM55) DELETES THE ACCOUNT
      * BUT LEAVES ITS LEDGER HERE, ALWAYS ENDING AT ZERO - THOSE ARE
      * LISTED APART FROM ORPHANS THAT STILL HOLD MONEY.
           MOVE WS-ORPH-ACCT  TO EX-ACCT.
           IF WS-ORPH-AFTER = 0
               ADD 1 TO WS-OFFL-CNT
               MOVE 'OFFLOADED' TO EX-TYPE
           ELSE
               ADD 1 TO WS-ORPH-CNT
               MOVE 'ORPHAN'    TO EX-TYPE
           END-IF.
           MOVE WS-ORPH-DATE  TO EX-DATE.
           MOVE WS-ORPH-TIME  TO EX-TIME.
           MOVE WS-ORPH-SRC   TO EX-SOURCE.
           MOVE 0             TO EX-EXPECTED.
           MOVE WS-ORPH-AFTER TO EX-FOUND.
           MOVE EXC-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-ORPH-ENT   TO OL-ENTRIES.
           MOVE WS-ORPH-FIRST TO OL-FIRST.
           MOVE ORPHAN-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO WS-ORPH-ACCT.
       END-ORPHAN-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACCOUNTS ON THE CLUSTER             '
               TO CTL-LABEL.
           MOVE WS-ACCT-CNT TO CTL-COUNT.
           MOVE WS-MASTER-TOTAL TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LEDGER ENTRIES WALKED / END BALANCES'
               TO CTL-LABEL.
           MOVE WS-ENT-CNT TO CTL-COUNT.
           MOVE WS-LEDGER-TOTAL TO CTL-AMOUNT-Z.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 0 TO CTL-AMOUNT-Z.
           MOVE 'ACCOUNTS PROVED INTACT              '
               TO CTL-LABEL.
           MOVE WS-INTACT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACCOUNTS WITH NO LEDGER, NO BALANCE '
               TO CTL-LABEL.
           MOVE WS-QUIET-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CHAIN BREAKS                        '
               TO CTL-LABEL.
           MOVE WS-BRK-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACCOUNTS WITH A CHAIN BREAK         '
               TO CTL-LABEL.
           MOVE WS-BRK-ACCTS TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'END BALANCE NOT EQUAL TO MASTER     '
               TO CTL-LABEL.
           MOVE WS-END-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'BALANCE WITH NO LEDGER              '
               TO CTL-LABEL.
           MOVE WS-NOLDG-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ORPHAN LEDGER ACCOUNTS              '
               TO CTL-LABEL.
           MOVE WS-ORPH-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'OFFLOADED ACCOUNTS, LEDGER AT ZERO  '
               TO CTL-LABEL.
           MOVE WS-OFFL-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ORPHAN LEDGER ENTRIES, ALL KINDS    '
               TO CTL-LABEL.
           MOVE WS-ORPH-ENTS TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-BRK-CNT > 0 OR WS-END-CNT > 0
                   OR WS-NOLDG-CNT > 0 OR WS-ORPH-CNT > 0
               DISPLAY 'SU41LDGP - LEDGER CHAIN EXCEPTIONS FOUND'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OFFL-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE ACCT-FILE LEDGER-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
