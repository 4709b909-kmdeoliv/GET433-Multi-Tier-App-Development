       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41VHLT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT VHC-FILE  ASSIGN TO VHCTL
                     FILE STATUS IS VHC-FS.
            SELECT LC-FILE   ASSIGN TO LCFILE
                     FILE STATUS IS LC-FS.
            SELECT FLG-FILE  ASSIGN TO VHFLAG
                     FILE STATUS IS FLG-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  VHC-FILE.
       01  VHC-REC.
           COPY VHCREC.

      **** THE IDCAMS LISTCAT ALL LISTING OF THE WATCHED CLUSTERS, AS
      **** IDCAMS WROTE IT - CARRIAGE CONTROL IN BYTE 1 ***************
       FD  LC-FILE.
       01  LC-REC             PIC X(121).

       FD  FLG-FILE.
       01  FLG-REC.
           COPY VHFREC.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * WEEKLY VSAM CLUSTER HEALTH.   *
      *                                * READS THE LISTCAT OF EVERY    *
      *                                * CLUSTER ON VHCTL, TAKES THE   *
      *                                * DATA COMPONENT'S CI AND CA    *
      *                                * SPLITS, EXTENTS AND HIGH-USED *
      *                                * AGAINST HIGH-ALLOCATED RBA,   *
      *                                * AND PRINTS EACH AGAINST ITS   *
      *                                * THRESHOLDS.  A CLUSTER THAT   *
      *                                * BREAKS ONE AND IS MARKED FOR  *
      *                                * AUTOMATIC REORGANIZATION IS   *
      *                                * WRITTEN TO VHFLAG, WHICH THE  *
      *                                * REORGANIZATION JOB (SU41VORG) *
      *                                * WORKS FROM.                   *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  VHC-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  VC-SUB          PIC 9(3)      VALUE 0.
           05  WS-VC-CNT       PIC 9(3)      VALUE 0.
           05  WS-VC-MAX       PIC 9(3)      VALUE 50.
           05  WS-CUR-SUB      PIC 9(3)      VALUE 0.
           05  WS-COMP-SW      PIC X         VALUE SPACES.
               88  IN-DATA-COMP              VALUE 'D'.
           05  WS-TALLY        PIC 9(3)      VALUE 0.
           05  WS-POS          PIC 9(3)      VALUE 0.
           05  WS-PTR          PIC 9(3)      VALUE 0.
           05  WS-KEYWORD      PIC X(16)     VALUE SPACES.
           05  WS-KW-LEN       PIC 9(2)      VALUE 0.
           05  WS-TOK1         PIC X(16)     VALUE SPACES.
           05  WS-TOK2         PIC X(16)     VALUE SPACES.
           05  WS-ENTRY-NAME   PIC X(44)     VALUE SPACES.
           05  WS-TOKEN        PIC X(40)     VALUE SPACES.
           05  WS-TOK-LEN      PIC 9(3)      VALUE 0.
           05  WS-NUM-START    PIC 9(3)      VALUE 0.
           05  WS-NUM-LEN      PIC 9(3)      VALUE 0.
           05  WS-NUM-X        PIC X(15)     JUSTIFIED RIGHT
                                             VALUE SPACES.
           05  WS-NUM-N        REDEFINES WS-NUM-X
                               PIC 9(15).
           05  WS-STAT-VAL     PIC 9(15)     VALUE 0.
           05  STAT-FOUND-SW   PIC X         VALUE 'N'.
               88  STAT-FOUND                VALUE 'Y'.
           05  WS-USED-CI      PIC 9(11)     VALUE 0.
           05  WS-CI-PCT       PIC 9(5)      VALUE 0.
           05  WS-FREE-PCT     PIC 9(3)      VALUE 0.
           05  BREACH-SW       PIC X         VALUE 'N'.
               88  BREACHED                  VALUE 'Y'.
           05  WS-LC-CNT       PIC 9(7)      VALUE 0.
           05  WS-HEALTHY-CNT  PIC 9(3)      VALUE 0.
           05  WS-FLAG-CNT     PIC 9(3)      VALUE 0.
           05  WS-REVIEW-CNT   PIC 9(3)      VALUE 0.
           05  WS-MISSING-CNT  PIC 9(3)      VALUE 0.
           05  WS-FAIL-CNT     PIC 9(3)      VALUE 0.
           05  VHC-FS          PIC XX        VALUE '00'.
               88  VHC-FS-OK                 VALUE '00'.
           05  LC-FS           PIC XX        VALUE '00'.
               88  LC-FS-OK                  VALUE '00'.
           05  FLG-FS          PIC XX        VALUE '00'.
               88  FLG-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** THE WATCHED CLUSTERS, IN VHCTL ORDER, WITH THE DATA
      **** COMPONENT STATISTICS PICKED OFF THE LISTCAT FOR EACH *******
       01  WS-VC-AREA VALUE SPACES.
           05  WS-VC-TBL OCCURS 50 TIMES.
             10  VC-CLUSTER      PIC X(8).
             10  VC-DSN          PIC X(44).
             10  VC-MAX-CI-PCT   PIC 9(3).
             10  VC-MAX-CA       PIC 9(5).
             10  VC-MIN-FREE     PIC 9(3).
             10  VC-MAX-EXT      PIC 9(3).
             10  VC-AUTO-SW      PIC X(1).
                 88  VC-AUTO         VALUE 'Y'.
             10  VC-LISTED-SW    PIC X(1).
                 88  VC-LISTED       VALUE 'Y'.
             10  VC-REC-TOTAL    PIC 9(15).
             10  VC-CI-SPLITS    PIC 9(15).
             10  VC-CA-SPLITS    PIC 9(15).
             10  VC-EXTENTS      PIC 9(15).
             10  VC-HI-A-RBA     PIC 9(15).
             10  VC-HI-U-RBA     PIC 9(15).
             10  VC-CISIZE       PIC 9(15).

       01  HDG-LINE1.
           05 FILLER          PIC X(14) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'VSAM CLUSTER HEALTH REPORT   RUN DATE   '.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(18) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE 'CLUSTER '.
           05 FILLER          PIC X(12) VALUE '     RECORDS'.
           05 FILLER          PIC X(10) VALUE ' CI SPLITS'.
           05 FILLER          PIC X(6)  VALUE '  CI %'.
           05 FILLER          PIC X(8)  VALUE ' CA SPLT'.
           05 FILLER          PIC X(6)  VALUE ' FREE%'.
           05 FILLER          PIC X(6)  VALUE '  EXTS'.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'ACTION              '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-CLUSTER      PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-RECORDS      PIC Z(10)9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CI-SPLITS    PIC Z(8)9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CI-PCT       PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-CA-SPLITS    PIC Z(6)9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-FREE-PCT     PIC ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EXTENTS      PIC ZZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-ACTION       PIC X(16).
           05 FILLER          PIC X(4)  VALUE SPACES.

       01  REASON-LINE.
           05 FILLER          PIC X(12) VALUE SPACES.
           05 FILLER          PIC X(4)  VALUE '*** '.
           05 RL-TEXT         PIC X(26).
           05 RL-VALUE        PIC ZZZZ9.
           05 FILLER          PIC X(8)  VALUE '  LIMIT '.
           05 RL-LIMIT        PIC ZZZZ9.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           READ VHC-FILE
               AT END MOVE 'F' TO VHC-EOF-SW.
           PERFORM LOAD-CONTROL-RTN THRU LOAD-CONTROL-RTN-EXIT
               UNTIL VHC-EOF-SW = 'F'.
           CLOSE VHC-FILE.
           IF WS-VC-CNT = 0
               DISPLAY 'SU41VHLT ABEND - NO CLUSTERS ON VHCTL'
               MOVE 16 TO RETURN-CODE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           READ LC-FILE
               AT END MOVE 'F' TO EOF-SW.
           PERFORM SCAN-LISTING-RTN THRU SCAN-LISTING-RTN-EXIT
               UNTIL EOF-SW = 'F'.
           CLOSE LC-FILE.
           PERFORM PRINT-HEADING-RTN.
           PERFORM ASSESS-CLUSTER-RTN THRU ASSESS-CLUSTER-RTN-EXIT
               VARYING VC-SUB FROM 1 BY 1 UNTIL VC-SUB > WS-VC-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41VHLT - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VHC-FILE.
           IF NOT VHC-FS-OK
               DISPLAY 'SU41VHLT - VHC-FILE OPEN FAILED, STATUS='
                       VHC-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           OPEN INPUT LC-FILE.
           IF NOT LC-FS-OK
               DISPLAY 'SU41VHLT - LC-FILE OPEN FAILED, STATUS='
                       LC-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE VHC-FILE
               GOBACK
           END-IF.
      * THE FLAG FILE IS REWRITTEN WHOLE - LAST WEEK'S FLAGS NEVER
      * CARRY OVER, SO A CLUSTER IS REBUILT ONLY ON THIS RUN'S WORD.
           OPEN OUTPUT FLG-FILE.
           IF NOT FLG-FS-OK
               DISPLAY 'SU41VHLT - FLG-FILE OPEN FAILED, STATUS='
                       FLG-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE VHC-FILE LC-FILE
               GOBACK
           END-IF.
       OPEN-FILES-RTN-EXIT. EXIT.

       ABEND-CLOSE-RTN.
           CLOSE OUT-FILE LC-FILE FLG-FILE.
       ABEND-CLOSE-RTN-EXIT. EXIT.

       LOAD-CONTROL-RTN.
           IF VHC-CLUSTER = SPACES OR VHC-DSN = SPACES
                   OR VHC-MAX-CI-SPLIT-PCT NOT NUMERIC
                   OR VHC-MAX-CA-SPLITS NOT NUMERIC
                   OR VHC-MIN-FREE-PCT NOT NUMERIC
                   OR VHC-MAX-EXTENTS NOT NUMERIC
               DISPLAY 'SU41VHLT - BAD VHCTL ROW FOR CLUSTER '
                       VHC-CLUSTER ' - ROW IGNORED'
               ADD 1 TO WS-FAIL-CNT
               GO TO LOAD-CONTROL-NEXT
           END-IF.
           IF WS-VC-CNT NOT < WS-VC-MAX
               DISPLAY 'SU41VHLT ABEND - CLUSTER TABLE FULL AT '
                       WS-VC-MAX
               MOVE 16 TO RETURN-CODE
               CLOSE VHC-FILE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-VC-CNT.
           MOVE VHC-CLUSTER          TO VC-CLUSTER(WS-VC-CNT).
           MOVE VHC-DSN              TO VC-DSN(WS-VC-CNT).
           MOVE VHC-MAX-CI-SPLIT-PCT TO VC-MAX-CI-PCT(WS-VC-CNT).
           MOVE VHC-MAX-CA-SPLITS    TO VC-MAX-CA(WS-VC-CNT).
           MOVE VHC-MIN-FREE-PCT     TO VC-MIN-FREE(WS-VC-CNT).
           MOVE VHC-MAX-EXTENTS      TO VC-MAX-EXT(WS-VC-CNT).
           MOVE VHC-AUTO-REORG       TO VC-AUTO-SW(WS-VC-CNT).
           MOVE 'N'                  TO VC-LISTED-SW(WS-VC-CNT).
           MOVE 0 TO VC-REC-TOTAL(WS-VC-CNT) VC-CI-SPLITS(WS-VC-CNT)
                     VC-CA-SPLITS(WS-VC-CNT) VC-EXTENTS(WS-VC-CNT)
                     VC-HI-A-RBA(WS-VC-CNT) VC-HI-U-RBA(WS-VC-CNT)
                     VC-CISIZE(WS-VC-CNT).
       LOAD-CONTROL-NEXT.
           READ VHC-FILE
               AT END MOVE 'F' TO VHC-EOF-SW.
       LOAD-CONTROL-RTN-EXIT. EXIT.

       SCAN-LISTING-RTN.
      * EACH CLUSTER ENTRY OPENS WITH ITS CLUSTER LINE AND LISTS ITS
      * DATA COMPONENT, THEN ITS INDEX.  ONLY THE DATA COMPONENT'S
      * FIGURES OF A WATCHED CLUSTER ARE TAKEN.
           ADD 1 TO WS-LC-CNT.
           MOVE 'CLUSTER -------' TO WS-KEYWORD.
           MOVE 15 TO WS-KW-LEN.
           PERFORM FIND-KEYWORD-RTN.
           IF WS-POS > 0
               PERFORM NEW-ENTRY-RTN THRU NEW-ENTRY-RTN-EXIT
               GO TO SCAN-LISTING-NEXT
           END-IF.
           MOVE 'AIX -----' TO WS-KEYWORD.
           MOVE 9 TO WS-KW-LEN.
           PERFORM FIND-KEYWORD-RTN.
           IF WS-POS > 0
               MOVE 0 TO WS-CUR-SUB
               MOVE SPACES TO WS-COMP-SW
               GO TO SCAN-LISTING-NEXT
           END-IF.
           MOVE 'DATA -------' TO WS-KEYWORD.
           MOVE 12 TO WS-KW-LEN.
           PERFORM FIND-KEYWORD-RTN.
           IF WS-POS > 0
               MOVE 'D' TO WS-COMP-SW
               GO TO SCAN-LISTING-NEXT
           END-IF.
           MOVE 'INDEX ------' TO WS-KEYWORD.
           MOVE 12 TO WS-KW-LEN.
           PERFORM FIND-KEYWORD-RTN.
           IF WS-POS > 0
               MOVE 'I' TO WS-COMP-SW
               GO TO SCAN-LISTING-NEXT
           END-IF.
           IF WS-CUR-SUB = 0 OR NOT IN-DATA-COMP
               GO TO SCAN-LISTING-NEXT
           END-IF.
           PERFORM TAKE-STATS-RTN THRU TAKE-STATS-RTN-EXIT.
       SCAN-LISTING-NEXT.
           READ LC-FILE
               AT END MOVE 'F' TO EOF-SW.
       SCAN-LISTING-RTN-EXIT. EXIT.

       NEW-ENTRY-RTN.
           MOVE 0 TO WS-CUR-SUB.
           MOVE SPACES TO WS-COMP-SW WS-TOK1 WS-TOK2 WS-ENTRY-NAME.
           MOVE WS-POS TO WS-PTR.
           UNSTRING LC-REC DELIMITED BY ALL SPACE
               INTO WS-TOK1 WS-TOK2 WS-ENTRY-NAME
               WITH POINTER WS-PTR.
           PERFORM MATCH-CLUSTER-RTN
               VARYING VC-SUB FROM 1 BY 1
               UNTIL VC-SUB > WS-VC-CNT OR WS-CUR-SUB > 0.
       NEW-ENTRY-RTN-EXIT. EXIT.

       MATCH-CLUSTER-RTN.
           IF VC-DSN(VC-SUB) = WS-ENTRY-NAME
               MOVE VC-SUB TO WS-CUR-SUB
               MOVE 'Y' TO VC-LISTED-SW(VC-SUB)
           END-IF.
       MATCH-CLUSTER-RTN-EXIT. EXIT.

       TAKE-STATS-RTN.
      * HI-A-RBA AND HI-U-RBA ARE REPEATED PER VOLUME FURTHER DOWN
      * THE COMPONENT - THE FIRST, COMPONENT-WIDE FIGURE IS KEPT.
           MOVE 'REC-TOTAL-' TO WS-KEYWORD.
           MOVE 10 TO WS-KW-LEN.
           PERFORM GET-STAT-RTN THRU GET-STAT-RTN-EXIT.
           IF STAT-FOUND
               MOVE WS-STAT-VAL TO VC-REC-TOTAL(WS-CUR-SUB)
           END-IF.
           MOVE 'SPLITS-CI-' TO WS-KEYWORD.
           MOVE 10 TO WS-KW-LEN.
           PERFORM GET-STAT-RTN THRU GET-STAT-RTN-EXIT.
           IF STAT-FOUND
               MOVE WS-STAT-VAL TO VC-CI-SPLITS(WS-CUR-SUB)
           END-IF.
           MOVE 'SPLITS-CA-' TO WS-KEYWORD.
           MOVE 10 TO WS-KW-LEN.
           PERFORM GET-STAT-RTN THRU GET-STAT-RTN-EXIT.
           IF STAT-FOUND
               MOVE WS-STAT-VAL TO VC-CA-SPLITS(WS-CUR-SUB)
           END-IF.
           MOVE 'EXTENTS-' TO WS-KEYWORD.
           MOVE 8 TO WS-KW-LEN.
           PERFORM GET-STAT-RTN THRU GET-STAT-RTN-EXIT.
           IF STAT-FOUND
               MOVE WS-STAT-VAL TO VC-EXTENTS(WS-CUR-SUB)
           END-IF.
           MOVE 'CISIZE-' TO WS-KEYWORD.
           MOVE 7 TO WS-KW-LEN.
           PERFORM GET-STAT-RTN THRU GET-STAT-RTN-EXIT.
           IF STAT-FOUND AND VC-CISIZE(WS-CUR-SUB) = 0
               MOVE WS-STAT-VAL TO VC-CISIZE(WS-CUR-SUB)
           END-IF.
           MOVE 'HI-A-RBA-' TO WS-KEYWORD.
           MOVE 9 TO WS-KW-LEN.
           PERFORM GET-STAT-RTN THRU GET-STAT-RTN-EXIT.
           IF STAT-FOUND AND VC-HI-A-RBA(WS-CUR-SUB) = 0
               MOVE WS-STAT-VAL TO VC-HI-A-RBA(WS-CUR-SUB)
           END-IF.
           MOVE 'HI-U-RBA-' TO WS-KEYWORD.
           MOVE 9 TO WS-KW-LEN.
           PERFORM GET-STAT-RTN THRU GET-STAT-RTN-EXIT.
           IF STAT-FOUND AND VC-HI-U-RBA(WS-CUR-SUB) = 0
               MOVE WS-STAT-VAL TO VC-HI-U-RBA(WS-CUR-SUB)
           END-IF.
       TAKE-STATS-RTN-EXIT. EXIT.

       FIND-KEYWORD-RTN.
           MOVE 0 TO WS-TALLY.
           INSPECT LC-REC TALLYING WS-TALLY
               FOR CHARACTERS BEFORE INITIAL WS-KEYWORD(1:WS-KW-LEN).
           IF WS-TALLY < 121
               COMPUTE WS-POS = WS-TALLY + 1
           ELSE
               MOVE 0 TO WS-POS
           END-IF.
       FIND-KEYWORD-RTN-EXIT. EXIT.

       GET-STAT-RTN.
      * A LISTCAT FIGURE IS ITS NAME, DASHES AND THE VALUE RUN
      * TOGETHER ('SPLITS-CI--------------7').  THE DASHES AFTER THE
      * NAME ARE TAKEN AS LEADING ZEROS; ANYTHING NOT NUMERIC (A HEX
      * TIMESTAMP, '(NULL)') IS NOT A FIGURE.
           MOVE 'N' TO STAT-FOUND-SW.
           MOVE 0 TO WS-STAT-VAL.
           PERFORM FIND-KEYWORD-RTN.
           IF WS-POS = 0
               GO TO GET-STAT-RTN-EXIT
           END-IF.
           MOVE WS-POS TO WS-PTR.
           MOVE SPACES TO WS-TOKEN.
           MOVE 0 TO WS-TOK-LEN.
           UNSTRING LC-REC DELIMITED BY ALL SPACE
               INTO WS-TOKEN COUNT IN WS-TOK-LEN
               WITH POINTER WS-PTR.
           IF WS-TOK-LEN NOT > WS-KW-LEN OR WS-TOK-LEN > 40
               GO TO GET-STAT-RTN-EXIT
           END-IF.
      * ONLY THE LAST 15 POSITIONS CAN HOLD DIGITS THAT MATTER - ANY
      * MORE AHEAD OF THEM ARE DASHES.
           COMPUTE WS-NUM-START = WS-KW-LEN + 1.
           COMPUTE WS-NUM-LEN = WS-TOK-LEN - WS-KW-LEN.
           IF WS-NUM-LEN > 15
               COMPUTE WS-NUM-START = WS-TOK-LEN - 14
               MOVE 15 TO WS-NUM-LEN
           END-IF.
           MOVE WS-TOKEN(WS-NUM-START:WS-NUM-LEN) TO WS-NUM-X.
           INSPECT WS-NUM-X REPLACING LEADING SPACE BY ZERO
                                      ALL '-' BY ZERO.
           IF WS-NUM-N NUMERIC
               MOVE WS-NUM-N TO WS-STAT-VAL
               MOVE 'Y' TO STAT-FOUND-SW
           END-IF.
       GET-STAT-RTN-EXIT. EXIT.

       PRINT-HEADING-RTN.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
       PRINT-HEADING-RTN-EXIT. EXIT.

       ASSESS-CLUSTER-RTN.
           MOVE VC-CLUSTER(VC-SUB) TO DL-CLUSTER.
           MOVE 0 TO DL-RECORDS DL-CI-SPLITS DL-CI-PCT DL-CA-SPLITS
                     DL-FREE-PCT DL-EXTENTS.
      * A WATCHED CLUSTER MISSING FROM THE LISTCAT WAS NOT CATALOGED
      * OR NOT LISTED - EITHER WAY NOBODY CAN SAY IT IS HEALTHY.
           IF NOT VC-LISTED(VC-SUB)
               DISPLAY 'SU41VHLT - CLUSTER ' VC-DSN(VC-SUB)
                       ' NOT FOUND ON THE LISTCAT'
               MOVE 'NOT ON LISTCAT  ' TO DL-ACTION
               MOVE DETAIL-LINE TO OUT-REC
               WRITE OUT-REC
               ADD 1 TO WS-MISSING-CNT
               GO TO ASSESS-CLUSTER-RTN-EXIT
           END-IF.
      * CI SPLITS ARE MEASURED AGAINST THE CIS IN USE, FREE SPACE AS
      * THE SHARE OF THE ALLOCATION ABOVE THE HIGH-USED RBA.
           MOVE 0 TO WS-USED-CI WS-CI-PCT WS-FREE-PCT.
           IF VC-CISIZE(VC-SUB) > 0
               DIVIDE VC-HI-U-RBA(VC-SUB) BY VC-CISIZE(VC-SUB)
                   GIVING WS-USED-CI
           END-IF.
           IF WS-USED-CI > 0
               COMPUTE WS-CI-PCT =
                   VC-CI-SPLITS(VC-SUB) * 100 / WS-USED-CI
                   ON SIZE ERROR MOVE 99999 TO WS-CI-PCT
               END-COMPUTE
           END-IF.
           IF VC-HI-A-RBA(VC-SUB) > VC-HI-U-RBA(VC-SUB)
               COMPUTE WS-FREE-PCT =
                   (VC-HI-A-RBA(VC-SUB) - VC-HI-U-RBA(VC-SUB)) * 100
                   / VC-HI-A-RBA(VC-SUB)
           END-IF.
           MOVE SPACES TO FLG-REC.
           MOVE 'N' TO BREACH-SW.
           IF VC-MAX-CI-PCT(VC-SUB) > 0
                   AND WS-CI-PCT > VC-MAX-CI-PCT(VC-SUB)
               MOVE 'Y' TO VHF-CI-SPLIT-SW BREACH-SW
           END-IF.
           IF VC-MAX-CA(VC-SUB) > 0
                   AND VC-CA-SPLITS(VC-SUB) > VC-MAX-CA(VC-SUB)
               MOVE 'Y' TO VHF-CA-SPLIT-SW BREACH-SW
           END-IF.
           IF VC-MIN-FREE(VC-SUB) > 0
                   AND WS-FREE-PCT < VC-MIN-FREE(VC-SUB)
               MOVE 'Y' TO VHF-FREE-SW BREACH-SW
           END-IF.
           IF VC-MAX-EXT(VC-SUB) > 0
                   AND VC-EXTENTS(VC-SUB) > VC-MAX-EXT(VC-SUB)
               MOVE 'Y' TO VHF-EXTENT-SW BREACH-SW
           END-IF.
           MOVE VC-REC-TOTAL(VC-SUB) TO DL-RECORDS.
           MOVE VC-CI-SPLITS(VC-SUB) TO DL-CI-SPLITS.
           MOVE WS-CI-PCT            TO DL-CI-PCT.
           MOVE VC-CA-SPLITS(VC-SUB) TO DL-CA-SPLITS.
           MOVE WS-FREE-PCT          TO DL-FREE-PCT.
           MOVE VC-EXTENTS(VC-SUB)   TO DL-EXTENTS.
           EVALUATE TRUE
               WHEN NOT BREACHED
                   MOVE 'OK              ' TO DL-ACTION
                   ADD 1 TO WS-HEALTHY-CNT
               WHEN VC-AUTO(VC-SUB)
                   MOVE 'REORG SCHEDULED ' TO DL-ACTION
                   ADD 1 TO WS-FLAG-CNT
               WHEN OTHER
                   MOVE 'REVIEW          ' TO DL-ACTION
                   ADD 1 TO WS-REVIEW-CNT
           END-EVALUATE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF NOT BREACHED
               GO TO ASSESS-CLUSTER-RTN-EXIT
           END-IF.
           PERFORM PRINT-REASON-RTN THRU PRINT-REASON-RTN-EXIT.
           IF VC-AUTO(VC-SUB)
               MOVE VC-CLUSTER(VC-SUB) TO VHF-CLUSTER
               MOVE VC-DSN(VC-SUB)     TO VHF-DSN
               MOVE WS-RUN-DATE-8      TO VHF-RUN-DATE
               WRITE FLG-REC
               IF NOT FLG-FS-OK
                   DISPLAY 'SU41VHLT - FLG-FILE WRITE FAILED, STATUS='
                           FLG-FS
                   ADD 1 TO WS-FAIL-CNT
               END-IF
           END-IF.
       ASSESS-CLUSTER-RTN-EXIT. EXIT.

       PRINT-REASON-RTN.
           IF VHF-CI-SPLIT-SW = 'Y'
               MOVE 'CI SPLITS PCT OF CIS USED ' TO RL-TEXT
               MOVE WS-CI-PCT                TO RL-VALUE
               MOVE VC-MAX-CI-PCT(VC-SUB)    TO RL-LIMIT
               MOVE REASON-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF VHF-CA-SPLIT-SW = 'Y'
               MOVE 'CA SPLITS                 ' TO RL-TEXT
               MOVE VC-CA-SPLITS(VC-SUB)     TO RL-VALUE
               MOVE VC-MAX-CA(VC-SUB)        TO RL-LIMIT
               MOVE REASON-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF VHF-FREE-SW = 'Y'
               MOVE 'FREE SPACE PCT - MINIMUM  ' TO RL-TEXT
               MOVE WS-FREE-PCT              TO RL-VALUE
               MOVE VC-MIN-FREE(VC-SUB)      TO RL-LIMIT
               MOVE REASON-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
           IF VHF-EXTENT-SW = 'Y'
               MOVE 'EXTENTS                   ' TO RL-TEXT
               MOVE VC-EXTENTS(VC-SUB)       TO RL-VALUE
               MOVE VC-MAX-EXT(VC-SUB)       TO RL-LIMIT
               MOVE REASON-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       PRINT-REASON-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CLUSTERS WATCHED                        '
               TO CTL-LABEL.
           MOVE WS-VC-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'WITHIN ALL THRESHOLDS                   '
               TO CTL-LABEL.
           MOVE WS-HEALTHY-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SCHEDULED FOR REORGANIZATION            '
               TO CTL-LABEL.
           MOVE WS-FLAG-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'OVER THRESHOLD - FOR REVIEW             '
               TO CTL-LABEL.
           MOVE WS-REVIEW-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'NOT FOUND ON THE LISTCAT                '
               TO CTL-LABEL.
           MOVE WS-MISSING-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'VHCTL ROWS REJECTED / WRITE FAILURES    '
               TO CTL-LABEL.
           MOVE WS-FAIL-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LISTCAT LINES READ                      '
               TO CTL-LABEL.
           MOVE WS-LC-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
      * A CLUSTER NOBODY COULD MEASURE IS WORSE THAN ONE MEASURED
      * OVER THRESHOLD - IT GETS THE HIGHER CONDITION CODE.
           IF WS-MISSING-CNT > 0 OR WS-FAIL-CNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FLAG-CNT > 0 OR WS-REVIEW-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE OUT-FILE FLG-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
