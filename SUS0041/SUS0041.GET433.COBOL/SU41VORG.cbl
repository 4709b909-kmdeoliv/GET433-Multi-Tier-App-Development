       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41VORG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT VHC-FILE  ASSIGN TO VHCTL
                     FILE STATUS IS VHC-FS.
            SELECT FLG-FILE  ASSIGN TO VHFLAG
                     FILE STATUS IS FLG-FS.
            COPY LOCKSEL.
            SELECT UNL-FILE  ASSIGN TO UNLFILE
                     FILE STATUS IS UNL-FS.
            SELECT AFT-FILE  ASSIGN TO RLDFILE
                     FILE STATUS IS AFT-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
      **** 'L' TAKES THE QUIESCE LOCK BEFORE THE UNLOAD, 'V' PROVES THE
      **** RELOAD AND RELEASES IT.  'F' IN COLUMN 12 REORGANIZES A
      **** CLUSTER THE HEALTH RUN DID NOT FLAG *************************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-MODE       PIC X(1).
               88  CTL-LOCK-MODE         VALUE 'L'.
               88  CTL-VERIFY-MODE       VALUE 'V'.
           05  FILLER         PIC X(1).
           05  CTL-CLUSTER    PIC X(8).
           05  FILLER         PIC X(1).
           05  CTL-FORCE      PIC X(1).
               88  CTL-FORCED            VALUE 'F'.
           05  FILLER         PIC X(68).

       FD  VHC-FILE.
       01  VHC-REC.
           COPY VHCREC.

       FD  FLG-FILE.
       01  FLG-REC.
           COPY VHFREC.

       FD  LOCK-FILE.
       01  LOCK-REC.
           COPY LOKREC.

      **** THE IDCAMS REPRO UNLOAD TAKEN UNDER THE LOCK (BEFORE) AND
      **** THE REPRO OF THE RELOADED CLUSTER (AFTER), BOTH IN KEY
      **** SEQUENCE, RECFM=VB SO ONE PROGRAM SERVES EVERY CLUSTER *****
       FD  UNL-FILE
           RECORD VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
               DEPENDING ON UNL-LEN.
       01  UNL-REC            PIC X(4096).

       FD  AFT-FILE
           RECORD VARYING IN SIZE FROM 1 TO 4096 CHARACTERS
               DEPENDING ON AFT-LEN.
       01  AFT-REC            PIC X(4096).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * VSAM CLUSTER REORGANIZATION - *
      *                                * THE TWO PROGRAM STEPS AROUND  *
      *                                * THE IDCAMS UNLOAD/REDEFINE/   *
      *                                * RELOAD.  THE LOCK STEP TAKES  *
      *                                * THE CLUSTER'S QUIESCE LOCK,   *
      *                                * BUT ONLY FOR A CLUSTER THE    *
      *                                * WEEKLY HEALTH RUN FLAGGED (OR *
      *                                * A FORCED CARD), SO BATCH AND  *
      *                                * ONLINE UPDATERS STAY OFF IT.  *
      *                                * THE VERIFY STEP PROVES THE    *
      *                                * RECORD COUNT AND A KEY HASH   *
      *                                * OF THE RELOADED CLUSTER       *
      *                                * AGAINST THE UNLOAD AND ONLY   *
      *                                * THEN RELEASES THE LOCK - A    *
      *                                * RELOAD THAT DOES NOT PROVE    *
      *                                * LEAVES THE CLUSTER QUIESCED   *
      *                                * FOR RESTORE FROM THE UNLOAD.  *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  VHC-EOF-SW      PIC X         VALUE SPACES.
           05  FLG-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-CLUSTER      PIC X(8)      VALUE SPACES.
           05  WS-DSN          PIC X(44)     VALUE SPACES.
           05  WS-KEY-OFFSET   PIC 9(4)      VALUE 0.
           05  WS-KEY-LEN      PIC 9(3)      VALUE 0.
           05  WS-KEY-END      PIC 9(5)      VALUE 0.
           05  VHC-FOUND-SW    PIC X         VALUE 'N'.
               88  VHC-FOUND                 VALUE 'Y'.
           05  FLG-FOUND-SW    PIC X         VALUE 'N'.
               88  FLG-FOUND                 VALUE 'Y'.
           05  PROVEN-SW       PIC X         VALUE 'N'.
               88  PROVEN                    VALUE 'Y'.
           05  UNL-LEN         PIC 9(5)      VALUE 0.
           05  AFT-LEN         PIC 9(5)      VALUE 0.
           05  WS-REC-LEN      PIC 9(5)      VALUE 0.
           05  WS-REC-AREA     PIC X(4096)   VALUE SPACES.
           05  WS-CUR-KEY      PIC X(64)     VALUE SPACES.
           05  WS-PREV-KEY     PIC X(64)     VALUE SPACES.
           05  WS-BYTE-SUB     PIC 9(3)      VALUE 0.
           05  WS-HASH-WORK    PIC 9(15)     COMP-3 VALUE 0.
           05  WS-HASH-QUOT    PIC 9(15)     COMP-3 VALUE 0.
           05  WS-HASH-MOD     PIC 9(9)      VALUE 999999937.
      * THE PASS UNDER WAY, THEN THE UNLOAD'S AND THE RELOAD'S TOTALS
           05  WS-P-CNT        PIC 9(11)     VALUE 0.
           05  WS-P-HASH       PIC 9(15)     VALUE 0.
           05  WS-P-SEQ-CNT    PIC 9(11)     VALUE 0.
           05  WS-P-SHORT-CNT  PIC 9(11)     VALUE 0.
           05  WS-B-CNT        PIC 9(11)     VALUE 0.
           05  WS-B-HASH       PIC 9(15)     VALUE 0.
           05  WS-B-SEQ-CNT    PIC 9(11)     VALUE 0.
           05  WS-B-SHORT-CNT  PIC 9(11)     VALUE 0.
           05  WS-A-CNT        PIC 9(11)     VALUE 0.
           05  WS-A-HASH       PIC 9(15)     VALUE 0.
           05  WS-A-SEQ-CNT    PIC 9(11)     VALUE 0.
           05  WS-A-SHORT-CNT  PIC 9(11)     VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  VHC-FS          PIC XX        VALUE '00'.
               88  VHC-FS-OK                 VALUE '00'.
           05  FLG-FS          PIC XX        VALUE '00'.
               88  FLG-FS-OK                 VALUE '00'.
           05  UNL-FS          PIC XX        VALUE '00'.
               88  UNL-FS-OK                 VALUE '00'.
           05  AFT-FS          PIC XX        VALUE '00'.
               88  AFT-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** ONE KEY BYTE AS A NUMBER - THE BYTE GOES IN THE LOW ORDER
      **** OF A HALFWORD WHOSE HIGH ORDER IS LOW-VALUE ****************
       01  WS-BYTE-AREA.
           05  WS-BYTE-BIN     PIC 9(4)      COMP VALUE 0.
       01  WS-BYTE-X REDEFINES WS-BYTE-AREA
                               PIC X(2).

       COPY LOCKW.

       01  HDG-LINE1.
           05 FILLER          PIC X(10) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'VSAM CLUSTER REORGANIZATION   RUN DATE  '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(10) VALUE 'CLUSTER   '.
           05 HL-CLUSTER      PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 HL-DSN          PIC X(44).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(28) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE
                   '  BEFORE/UNLOAD'.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(15) VALUE
                   '   AFTER/RELOAD'.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  PROOF-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 PL-LABEL        PIC X(24).
           05 PL-BEFORE       PIC Z(14)9.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 PL-AFTER        PIC Z(14)9.
           05 FILLER          PIC X(18) VALUE SPACES.

       01  RESULT-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 RL-TEXT         PIC X(70).
           05 FILLER          PIC X(6)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM GET-CARD-RTN THRU GET-CARD-RTN-EXIT.
           PERFORM GET-CONTROL-RTN THRU GET-CONTROL-RTN-EXIT.
           PERFORM PRINT-HEADING-RTN.
           IF CTL-LOCK-MODE
               PERFORM LOCK-CLUSTER-RTN THRU LOCK-CLUSTER-RTN-EXIT
           ELSE
               PERFORM VERIFY-RELOAD-RTN THRU VERIFY-RELOAD-RTN-EXIT
           END-IF.
           CLOSE OUT-FILE.
           GOBACK.

       OPEN-FILES-RTN.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41VORG - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       OPEN-FILES-RTN-EXIT. EXIT.

       GET-CARD-RTN.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41VORG ABEND - NO CONTROL CARD, STATUS='
                       CTL-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           READ CTL-FILE
               AT END MOVE SPACES TO CTL-REC.
           CLOSE CTL-FILE.
           IF (NOT CTL-LOCK-MODE AND NOT CTL-VERIFY-MODE)
                   OR CTL-CLUSTER = SPACES
               DISPLAY 'SU41VORG ABEND - BAD CONTROL CARD '
                       CTL-REC(1:12)
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           MOVE CTL-CLUSTER TO WS-CLUSTER.
       GET-CARD-RTN-EXIT. EXIT.

       GET-CONTROL-RTN.
           OPEN INPUT VHC-FILE.
           IF NOT VHC-FS-OK
               DISPLAY 'SU41VORG ABEND - VHC-FILE OPEN FAILED, STATUS='
                       VHC-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           READ VHC-FILE
               AT END MOVE 'F' TO VHC-EOF-SW.
           PERFORM FIND-CONTROL-RTN
               UNTIL VHC-EOF-SW = 'F' OR VHC-FOUND.
           CLOSE VHC-FILE.
           IF NOT VHC-FOUND
               DISPLAY 'SU41VORG ABEND - CLUSTER ' WS-CLUSTER
                       ' NOT ON VHCTL'
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
      * A KEY THE PROOF CANNOT HOLD WOULD PROVE NOTHING - A BAD ROW
      * STOPS THE RUN BEFORE ANYTHING IS UNLOADED.
           COMPUTE WS-KEY-END = WS-KEY-OFFSET + WS-KEY-LEN.
           IF WS-KEY-LEN = 0 OR WS-KEY-LEN > 64
                   OR WS-KEY-END > 4096
               DISPLAY 'SU41VORG ABEND - BAD KEY ON VHCTL FOR '
                       WS-CLUSTER
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
       GET-CONTROL-RTN-EXIT. EXIT.

       FIND-CONTROL-RTN.
           IF VHC-CLUSTER = WS-CLUSTER
               MOVE 'Y' TO VHC-FOUND-SW
               MOVE VHC-DSN TO WS-DSN
               IF VHC-KEY-OFFSET NUMERIC AND VHC-KEY-LEN NUMERIC
                   MOVE VHC-KEY-OFFSET TO WS-KEY-OFFSET
                   MOVE VHC-KEY-LEN    TO WS-KEY-LEN
               END-IF
           ELSE
               READ VHC-FILE
                   AT END MOVE 'F' TO VHC-EOF-SW
               END-READ
           END-IF.
       FIND-CONTROL-RTN-EXIT. EXIT.

       PRINT-HEADING-RTN.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-CLUSTER TO HL-CLUSTER.
           MOVE WS-DSN     TO HL-DSN.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       PRINT-HEADING-RTN-EXIT. EXIT.

       PRINT-RESULT-RTN.
           MOVE RESULT-LINE TO OUT-REC.
           WRITE OUT-REC.
       PRINT-RESULT-RTN-EXIT. EXIT.

       LOCK-CLUSTER-RTN.
      * ONLY THIS WEEK'S HEALTH RUN OR A FORCED CARD PUTS A CLUSTER
      * THROUGH A REBUILD.  RC 4 SKIPS THE REST OF ITS STEPS.
           IF NOT CTL-FORCED
               PERFORM CHECK-FLAG-RTN THRU CHECK-FLAG-RTN-EXIT
               IF NOT FLG-FOUND
                   MOVE 'NOT FLAGGED BY THE HEALTH RUN - LEFT AS IS'
                       TO RL-TEXT
                   PERFORM PRINT-RESULT-RTN
                   MOVE 4 TO RETURN-CODE
                   GO TO LOCK-CLUSTER-RTN-EXIT
               END-IF
           END-IF.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41VORG - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS
               MOVE 'LOCK DATASET UNAVAILABLE - NOT REORGANIZED'
                   TO RL-TEXT
               PERFORM PRINT-RESULT-RTN
               MOVE 16 TO RETURN-CODE
               GO TO LOCK-CLUSTER-RTN-EXIT
           END-IF.
           MOVE WS-CLUSTER TO LOCK-REQ-CLUSTER.
           MOVE 'SU41VORG' TO LOCK-REQ-PGM.
           PERFORM ACQUIRE-LOCK-RTN THRU ACQUIRE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
           IF NOT LOCK-GRANTED
               MOVE 'QUIESCE LOCK DENIED - NOT REORGANIZED'
                   TO RL-TEXT
               PERFORM PRINT-RESULT-RTN
               MOVE 16 TO RETURN-CODE
               GO TO LOCK-CLUSTER-RTN-EXIT
           END-IF.
           IF CTL-FORCED
               MOVE 'QUIESCE LOCK TAKEN - FORCED REORG PROCEEDS'
                   TO RL-TEXT
           ELSE
               MOVE 'QUIESCE LOCK TAKEN - REORGANIZATION PROCEEDS'
                   TO RL-TEXT
           END-IF.
           PERFORM PRINT-RESULT-RTN.
       LOCK-CLUSTER-RTN-EXIT. EXIT.

       CHECK-FLAG-RTN.
           OPEN INPUT FLG-FILE.
           IF NOT FLG-FS-OK
               DISPLAY 'SU41VORG - FLG-FILE OPEN FAILED, STATUS='
                       FLG-FS
               GO TO CHECK-FLAG-RTN-EXIT
           END-IF.
           READ FLG-FILE
               AT END MOVE 'F' TO FLG-EOF-SW.
           PERFORM FIND-FLAG-RTN
               UNTIL FLG-EOF-SW = 'F' OR FLG-FOUND.
           CLOSE FLG-FILE.
       CHECK-FLAG-RTN-EXIT. EXIT.

       FIND-FLAG-RTN.
           IF VHF-CLUSTER = WS-CLUSTER
               MOVE 'Y' TO FLG-FOUND-SW
           ELSE
               READ FLG-FILE
                   AT END MOVE 'F' TO FLG-EOF-SW
               END-READ
           END-IF.
       FIND-FLAG-RTN-EXIT. EXIT.

       VERIFY-RELOAD-RTN.
           OPEN INPUT UNL-FILE.
           IF NOT UNL-FS-OK
               DISPLAY 'SU41VORG - UNL-FILE OPEN FAILED, STATUS='
                       UNL-FS
               MOVE 16 TO RETURN-CODE
               GO TO VERIFY-NOT-PROVEN
           END-IF.
           PERFORM START-PASS-RTN.
           MOVE SPACES TO EOF-SW.
           PERFORM READ-UNLOAD-RTN THRU READ-UNLOAD-RTN-EXIT.
           PERFORM UNLOAD-PASS-RTN THRU UNLOAD-PASS-RTN-EXIT
               UNTIL EOF-SW = 'F'.
           CLOSE UNL-FILE.
           MOVE WS-P-CNT       TO WS-B-CNT.
           MOVE WS-P-HASH      TO WS-B-HASH.
           MOVE WS-P-SEQ-CNT   TO WS-B-SEQ-CNT.
           MOVE WS-P-SHORT-CNT TO WS-B-SHORT-CNT.
           OPEN INPUT AFT-FILE.
           IF NOT AFT-FS-OK
               DISPLAY 'SU41VORG - AFT-FILE OPEN FAILED, STATUS='
                       AFT-FS
               MOVE 16 TO RETURN-CODE
               GO TO VERIFY-NOT-PROVEN
           END-IF.
           PERFORM START-PASS-RTN.
           MOVE SPACES TO EOF-SW.
           PERFORM READ-AFTER-RTN THRU READ-AFTER-RTN-EXIT.
           PERFORM AFTER-PASS-RTN THRU AFTER-PASS-RTN-EXIT
               UNTIL EOF-SW = 'F'.
           CLOSE AFT-FILE.
           MOVE WS-P-CNT       TO WS-A-CNT.
           MOVE WS-P-HASH      TO WS-A-HASH.
           MOVE WS-P-SEQ-CNT   TO WS-A-SEQ-CNT.
           MOVE WS-P-SHORT-CNT TO WS-A-SHORT-CNT.
           PERFORM PRINT-PROOF-RTN.
           IF WS-A-CNT = WS-B-CNT AND WS-A-HASH = WS-B-HASH
                   AND WS-B-SEQ-CNT = 0 AND WS-A-SEQ-CNT = 0
                   AND WS-B-SHORT-CNT = 0 AND WS-A-SHORT-CNT = 0
               MOVE 'Y' TO PROVEN-SW
           END-IF.
           IF NOT PROVEN
               MOVE 16 TO RETURN-CODE
               GO TO VERIFY-NOT-PROVEN
           END-IF.
           OPEN I-O LOCK-FILE.
           IF NOT LOCK-FS-OK
               DISPLAY 'SU41VORG - LOCK DATASET OPEN FAILED, '
                       'STATUS=' LOCK-FS ' - RELEASE ' WS-CLUSTER
                       ' BY HAND'
               MOVE 'PROVEN - QUIESCE LOCK COULD NOT BE RELEASED'
                   TO RL-TEXT
               PERFORM PRINT-RESULT-RTN
               MOVE 8 TO RETURN-CODE
               GO TO VERIFY-RELOAD-RTN-EXIT
           END-IF.
           MOVE WS-CLUSTER TO LOCK-REQ-CLUSTER.
           MOVE 'SU41VORG' TO LOCK-REQ-PGM.
           PERFORM RELEASE-LOCK-RTN THRU RELEASE-LOCK-RTN-EXIT.
           CLOSE LOCK-FILE.
           MOVE 'PROVEN - COUNT AND KEY HASH MATCH, LOCK RELEASED'
               TO RL-TEXT.
           PERFORM PRINT-RESULT-RTN.
           GO TO VERIFY-RELOAD-RTN-EXIT.
       VERIFY-NOT-PROVEN.
      * THE CLUSTER MAY HOLD ANYTHING FROM NOTHING TO A PARTIAL LOAD,
      * SO THE LOCK STAYS HELD UNTIL IT IS RESTORED FROM THE UNLOAD.
           DISPLAY 'SU41VORG - RELOAD OF ' WS-CLUSTER ' NOT PROVEN - '
                   'LOCK LEFT HELD, RESTORE FROM THE UNLOAD'.
           MOVE 'NOT PROVEN - LOCK LEFT HELD, RESTORE FROM THE UNLOAD'
               TO RL-TEXT.
           PERFORM PRINT-RESULT-RTN.
       VERIFY-RELOAD-RTN-EXIT. EXIT.

       START-PASS-RTN.
           MOVE 0 TO WS-P-CNT WS-P-HASH WS-P-SEQ-CNT WS-P-SHORT-CNT.
           MOVE LOW-VALUES TO WS-PREV-KEY.
       START-PASS-RTN-EXIT. EXIT.

       READ-UNLOAD-RTN.
           READ UNL-FILE
               AT END MOVE 'F' TO EOF-SW.
           IF EOF-SW NOT = 'F' AND NOT UNL-FS-OK
               DISPLAY 'SU41VORG - UNL-FILE READ FAILED, STATUS='
                       UNL-FS
               ADD 1 TO WS-P-SHORT-CNT
               MOVE 'F' TO EOF-SW
           END-IF.
       READ-UNLOAD-RTN-EXIT. EXIT.

       UNLOAD-PASS-RTN.
           MOVE UNL-LEN TO WS-REC-LEN.
           MOVE UNL-REC(1:UNL-LEN) TO WS-REC-AREA.
           PERFORM PROVE-RECORD-RTN THRU PROVE-RECORD-RTN-EXIT.
           PERFORM READ-UNLOAD-RTN THRU READ-UNLOAD-RTN-EXIT.
       UNLOAD-PASS-RTN-EXIT. EXIT.

       READ-AFTER-RTN.
           READ AFT-FILE
               AT END MOVE 'F' TO EOF-SW.
           IF EOF-SW NOT = 'F' AND NOT AFT-FS-OK
               DISPLAY 'SU41VORG - AFT-FILE READ FAILED, STATUS='
                       AFT-FS
               ADD 1 TO WS-P-SHORT-CNT
               MOVE 'F' TO EOF-SW
           END-IF.
       READ-AFTER-RTN-EXIT. EXIT.

       AFTER-PASS-RTN.
           MOVE AFT-LEN TO WS-REC-LEN.
           MOVE AFT-REC(1:AFT-LEN) TO WS-REC-AREA.
           PERFORM PROVE-RECORD-RTN THRU PROVE-RECORD-RTN-EXIT.
           PERFORM READ-AFTER-RTN THRU READ-AFTER-RTN-EXIT.
       AFTER-PASS-RTN-EXIT. EXIT.

       PROVE-RECORD-RTN.
      * EVERY RECORD IS COUNTED; ITS KEY MUST RISE OVER THE LAST ONE
      * AND IS FOLDED INTO THE HASH IN THE ORDER READ, SO A DROPPED,
      * DUPLICATED, ALTERED OR REORDERED KEY ALL CHANGE THE PROOF.
           ADD 1 TO WS-P-CNT.
           IF WS-REC-LEN < WS-KEY-END
               ADD 1 TO WS-P-SHORT-CNT
               GO TO PROVE-RECORD-RTN-EXIT
           END-IF.
           MOVE SPACES TO WS-CUR-KEY.
           MOVE WS-REC-AREA(WS-KEY-OFFSET + 1:WS-KEY-LEN)
               TO WS-CUR-KEY.
           IF WS-P-CNT > 1 AND WS-CUR-KEY NOT > WS-PREV-KEY
               ADD 1 TO WS-P-SEQ-CNT
           END-IF.
           MOVE WS-CUR-KEY TO WS-PREV-KEY.
           PERFORM HASH-BYTE-RTN
               VARYING WS-BYTE-SUB FROM 1 BY 1
               UNTIL WS-BYTE-SUB > WS-KEY-LEN.
       PROVE-RECORD-RTN-EXIT. EXIT.

       HASH-BYTE-RTN.
           MOVE LOW-VALUE TO WS-BYTE-X(1:1).
           MOVE WS-CUR-KEY(WS-BYTE-SUB:1) TO WS-BYTE-X(2:1).
           COMPUTE WS-HASH-WORK = WS-P-HASH * 31 + WS-BYTE-BIN + 1.
           DIVIDE WS-HASH-WORK BY WS-HASH-MOD
               GIVING WS-HASH-QUOT REMAINDER WS-P-HASH.
       HASH-BYTE-RTN-EXIT. EXIT.

       PRINT-PROOF-RTN.
           MOVE HDG-LINE3 TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'RECORDS                 ' TO PL-LABEL.
           MOVE WS-B-CNT TO PL-BEFORE.
           MOVE WS-A-CNT TO PL-AFTER.
           MOVE PROOF-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'KEY HASH                ' TO PL-LABEL.
           MOVE WS-B-HASH TO PL-BEFORE.
           MOVE WS-A-HASH TO PL-AFTER.
           MOVE PROOF-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'KEYS OUT OF SEQUENCE    ' TO PL-LABEL.
           MOVE WS-B-SEQ-CNT TO PL-BEFORE.
           MOVE WS-A-SEQ-CNT TO PL-AFTER.
           MOVE PROOF-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SHORT OR UNREADABLE     ' TO PL-LABEL.
           MOVE WS-B-SHORT-CNT TO PL-BEFORE.
           MOVE WS-A-SHORT-CNT TO PL-AFTER.
           MOVE PROOF-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
       PRINT-PROOF-RTN-EXIT. EXIT.

       COPY LOCKP.
