       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41BRST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE  ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT DEF-FILE  ASSIGN TO BRSTDEF
                     FILE STATUS IS DEF-FS.
            SELECT DST-FILE  ASSIGN TO DSTFILE
                     FILE STATUS IS DST-FS.
            SELECT PAYROLL-FILE ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            COPY ARSEL.
            SELECT IN80-FILE ASSIGN TO RPTIN80
                     FILE STATUS IS IN80-FS.
            SELECT IN133-FILE ASSIGN TO RPTIN133
                     FILE STATUS IS IN133-FS.
            SELECT BRX-FILE  ASSIGN TO BRFILE
                     FILE STATUS IS BRX-FS.
            SELECT SORT-WORK ASSIGN TO SORTWK.
            SELECT BRS-FILE  ASSIGN TO BRSORT
                     FILE STATUS IS BRS-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT MAN-FILE  ASSIGN TO MFILE
                     FILE STATUS IS MAN-FS.
            SELECT RPT-FILE  ASSIGN TO RFILE
                     FILE STATUS IS RPT-FS.
       DATA DIVISION.
       FILE SECTION.
      **** THE REPORT TO BURST - ITS ID IN COLUMNS 1-10 ***************
       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-REPORT-ID  PIC X(10).
           05  FILLER         PIC X(70).

       FD  DEF-FILE.
       01  DEF-REC.
           COPY BRSTDEF.

       FD  DST-FILE.
           COPY DISTREC.

       FD  PAYROLL-FILE.
           COPY PAYREC.

       FD  AR-FILE.
           COPY ARREC.

      **** THE LISTING ITSELF, AS ITS REPORT STEP WROTE IT - 80-BYTE
      **** PAYROLL AND AGING LISTINGS, 133-BYTE BILLING ROSTER ********
       FD  IN80-FILE.
       01  IN80-REC           PIC X(80).

       FD  IN133-FILE.
       01  IN133-REC          PIC X(133).

       FD  BRX-FILE.
       01  BRX-REC.
           COPY BRSTWK REPLACING LEADING ==BW-== BY ==BX-==.

       SD  SORT-WORK.
       01  SW-REC.
           COPY BRSTWK REPLACING LEADING ==BW-== BY ==SW-==.

       FD  BRS-FILE.
       01  BRS-REC.
           COPY BRSTWK REPLACING LEADING ==BW-== BY ==BS-==.

      **** THE BURST LISTING - ONE SECTION PER RECIPIENT, EACH PAGE
      **** UNDER ITS OWN DISTRIBUTION BANNER AND THE REPORT HEADING **
       FD  OUT-FILE.
       01  OUT-REC            PIC X(133).

       FD  MAN-FILE.
           COPY DMANREC.

      **** THE PRINTED MANIFEST AND CONTROL TOTALS *******************
       FD  RPT-FILE.
       01  RPT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * REPORT DISTRIBUTION BURSTER.  *
      *                                * SPLITS ONE SUITE LISTING INTO *
      *                                * A SECTION PER RECIPIENT ON    *
      *                                * THE DISTRIBUTION MASTER, BY   *
      *                                * THE DIVISION/DEPARTMENT OF    *
      *                                * THE EMPLOYEE ON EACH PAYROLL  *
      *                                * LINE OR THE CAMPUS OF EACH    *
      *                                * BURSAR LINE.  EVERY SECTION   *
      *                                * PAGE CARRIES ITS OWN BANNER,  *
      *                                * THE REPORT HEADING AND A      *
      *                                * PAGE LINE COUNT, AND EVERY    *
      *                                * SECTION IS WRITTEN TO THE     *
      *                                * DISTRIBUTION MANIFEST.  LINES *
      *                                * NOBODY OWNS GO TO THE MASTER  *
      *                                * COPY; A LISTING THAT PRINTS   *
      *                                * SSNS REACHES ONLY RECIPIENTS  *
      *                                * CLEARED FOR SENSITIVE DATA.   *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  DEF-EOF-SW      PIC X         VALUE SPACES.
           05  DST-EOF-SW      PIC X         VALUE SPACES.
           05  PAYROLL-EOF-SW  PIC X         VALUE SPACES.
           05  BRS-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-REPORT-ID    PIC X(10)     VALUE SPACES.
           05  DEF-FOUND-SW    PIC X         VALUE 'N'.
               88  DEF-FOUND                 VALUE 'Y'.
           05  DEF-BAD-SW      PIC X         VALUE 'N'.
               88  DEF-BAD                   VALUE 'Y'.
           05  AR-OPEN-SW      PIC X         VALUE 'N'.
               88  AR-OPEN                   VALUE 'Y'.
           05  FIRST-SECT-SW   PIC X         VALUE 'Y'.
               88  FIRST-SECTION             VALUE 'Y'.
           05  WS-LINE         PIC X(133)    VALUE SPACES.
           05  WS-LINE-NO      PIC 9(7)      VALUE 0.
           05  WS-KEY-SW       PIC X         VALUE 'N'.
               88  KEY-NONE                  VALUE 'N'.
               88  KEY-EMPLOYEE              VALUE 'E'.
               88  KEY-DIVISION              VALUE 'V'.
               88  KEY-CAMPUS                VALUE 'C'.
           05  WS-KEY-DIV      PIC X(10)     VALUE SPACES.
           05  WS-KEY-DEPT     PIC X(10)     VALUE SPACES.
           05  WS-KEY-CAMPUS   PIC X         VALUE SPACES.
           05  WS-KEY-FIELD    PIC X(20)     VALUE SPACES.
           05  WS-SSN-X        PIC X(9)      VALUE SPACES.
           05  WS-SSN-9 REDEFINES WS-SSN-X PIC 9(9).
           05  WS-SSN-LEN      PIC 9(2)      VALUE 0.
           05  WS-CHAR-SUB     PIC 9(2)      VALUE 0.
           05  WS-SENT-CNT     PIC 9(4)      VALUE 0.
           05  WS-PREV-SUB     PIC 9(4)      VALUE 0.
           05  WS-PAGE-LINES   PIC 9(3)      VALUE 0.
           05  WS-SECT-LINES   PIC 9(7)      VALUE 0.
           05  WS-SECT-PAGES   PIC 9(5)      VALUE 0.
           05  WS-FIRST-PAGE   PIC 9(5)      VALUE 0.
           05  WS-OUT-PAGES    PIC 9(5)      VALUE 0.
           05  EMP-FOUND-SW    PIC X         VALUE 'N'.
               88  EMP-FOUND                 VALUE 'Y'.
           05  EMP-SUB         PIC 9(4)      VALUE 0.
           05  EMP-HIT-SUB     PIC 9(4)      VALUE 0.
           05  WS-EMP-CNT      PIC 9(4)      VALUE 0.
           05  WS-EMP-MAX      PIC 9(4)      VALUE 5000.
           05  RT-SUB          PIC 9(4)      VALUE 0.
           05  WS-RT-CNT       PIC 9(4)      VALUE 0.
           05  WS-RT-MAX       PIC 9(4)      VALUE 500.
           05  HT-SUB          PIC 9(2)      VALUE 0.
           05  WS-HDR-CNT      PIC 9(2)      VALUE 0.
           05  WS-HDR-MAX      PIC 9(2)      VALUE 20.
           05  WS-READ-CNT     PIC 9(7)      VALUE 0.
           05  WS-BODY-CNT     PIC 9(7)      VALUE 0.
           05  WS-ROUTED-CNT   PIC 9(7)      VALUE 0.
           05  WS-MASTER-CNT   PIC 9(7)      VALUE 0.
           05  WS-UNDELIV-CNT  PIC 9(7)      VALUE 0.
           05  WS-HELD-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOKEY-CNT    PIC 9(7)      VALUE 0.
           05  WS-WORK-CNT     PIC 9(7)      VALUE 0.
           05  WS-SECTION-CNT  PIC 9(5)      VALUE 0.
           05  WS-WITHHELD-CNT PIC 9(5)      VALUE 0.
           05  WS-FAIL-CNT     PIC 9(7)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  DEF-FS          PIC XX        VALUE '00'.
               88  DEF-FS-OK                 VALUE '00'.
           05  DST-FS          PIC XX        VALUE '00'.
               88  DST-FS-OK                 VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  IN80-FS         PIC XX        VALUE '00'.
               88  IN80-FS-OK                VALUE '00'.
           05  IN133-FS        PIC XX        VALUE '00'.
               88  IN133-FS-OK               VALUE '00'.
           05  BRX-FS          PIC XX        VALUE '00'.
               88  BRX-FS-OK                 VALUE '00'.
           05  BRS-FS          PIC XX        VALUE '00'.
               88  BRS-FS-OK                 VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  MAN-FS          PIC XX        VALUE '00'.
               88  MAN-FS-OK                 VALUE '00'.
           05  RPT-FS          PIC XX        VALUE '00'.
               88  RPT-FS-OK                 VALUE '00'.

           COPY ARRC.

      **** THE DEFINITION OF THE REPORT BEING BURST ********************
       01  WS-DEF-AREA.
           COPY BRSTDEF REPLACING LEADING ==BRD-== BY ==RD-==.

      **** THE RECIPIENTS OF THIS REPORT, IN DISTRIBUTION-MASTER ORDER,
      **** WITH WHAT EACH WAS SENT AND WHAT WAS HELD BACK FROM IT *****
       01  WS-RT-AREA VALUE SPACES.
           05  WS-RT-TBL OCCURS 500 TIMES.
             10  RT-RECIP-ID     PIC X(8).
             10  RT-SCOPE        PIC X(1).
             10  RT-DIVISION     PIC X(10).
             10  RT-DEPARTMENT   PIC X(10).
             10  RT-CAMPUS       PIC X(1).
             10  RT-METHOD       PIC X(1).
             10  RT-SSN-CLEARED  PIC X(1).
             10  RT-NAME         PIC X(24).
             10  RT-DEST         PIC X(40).
             10  RT-HELD-CNT     PIC 9(7).

      **** THE PAYROLL MASTER, LOADED WHOLE FOR AN EMPLOYEE-KEYED
      **** REPORT - ONLY THE ORGANIZATION EACH LINE IS ROUTED BY. *****
       01  WS-EMP-AREA VALUE SPACES.
           05  WS-EMP-TBL OCCURS 5000 TIMES.
             10  ET-EMP-ID       PIC X(7).
             10  ET-DIVISION     PIC X(10).
             10  ET-DEPARTMENT   PIC X(10).

      **** THE REPORT'S OWN PAGE HEADING, REPEATED ON EVERY PAGE ******
       01  WS-HDR-AREA VALUE SPACES.
           05  WS-HDR-TBL OCCURS 20 TIMES.
             10  HT-LINE         PIC X(133).

       01  BANNER-LINE1.
           05 FILLER          PIC X(22) VALUE
                   'REPORT DISTRIBUTION - '.
           05 BL-REPORT-ID    PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-TITLE        PIC X(30).
           05 FILLER          PIC X(10) VALUE '  RUN DATE'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(7)  VALUE '   PAGE'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-PAGE         PIC ZZZZ9.
           05 FILLER          PIC X(38) VALUE SPACES.

       01  BANNER-LINE2.
           05 FILLER          PIC X(10) VALUE 'RECIPIENT '.
           05 BL-RECIP-ID     PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-RECIP-NAME   PIC X(24).
           05 FILLER          PIC X(5)  VALUE ' VIA '.
           05 BL-METHOD       PIC X(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-DEST         PIC X(40).
           05 FILLER          PIC X(12) VALUE '  SECTION PG'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 BL-SECT-PAGE    PIC ZZZZ9.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  PAGE-FOOT-LINE.
           05 FILLER          PIC X(16) VALUE '*** END OF PAGE '.
           05 PF-SECT-PAGE    PIC ZZZZ9.
           05 FILLER          PIC X(4)  VALUE ' FOR'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PF-RECIP-ID     PIC X(8).
           05 FILLER          PIC X(19) VALUE '   LINES THIS PAGE '.
           05 PF-LINES        PIC ZZ9.
           05 FILLER          PIC X(4)  VALUE ' ***'.
           05 FILLER          PIC X(73) VALUE SPACES.

       01  SECT-FOOT-LINE.
           05 FILLER          PIC X(19) VALUE '*** END OF SECTION '.
           05 FILLER          PIC X(4)  VALUE 'FOR '.
           05 SF-RECIP-ID     PIC X(8).
           05 FILLER          PIC X(14) VALUE '   TOTAL LINES'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 SF-LINES        PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(14) VALUE '   TOTAL PAGES'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 SF-PAGES        PIC ZZZZ9.
           05 FILLER          PIC X(4)  VALUE ' ***'.
           05 FILLER          PIC X(54) VALUE SPACES.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   '      REPORT DISTRIBUTION MANIFEST      '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(8)  VALUE 'REPORT  '.
           05 HL-REPORT-ID    PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HL-TITLE        PIC X(30).
           05 FILLER          PIC X(10) VALUE '  RUN DATE'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HL-RUN-DATE     PIC 9(8).
           05 FILLER          PIC X(12) VALUE SPACES.

       01  HDG-LINE3.
           05 FILLER          PIC X(40) VALUE
                   'RECIP    NAME                 VIA    S  '.
           05 FILLER          PIC X(40) VALUE
                   '   LINES PAGES FIRST STATUS             '.

       01  DETAIL-LINE.
           05 DL-RECIP-ID     PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-RECIP-NAME   PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-METHOD       PIC X(6).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SCOPE        PIC X(1).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-LINES        PIC Z,ZZZ,ZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PAGES        PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FIRST-PAGE   PIC ZZZZ9.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-STATUS       PIC X(18).

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM GET-REPORT-ID-RTN THRU GET-REPORT-ID-RTN-EXIT.
           PERFORM GET-DEFINITION-RTN THRU GET-DEFINITION-RTN-EXIT.
           READ DST-FILE
               AT END MOVE 'F' TO DST-EOF-SW.
           PERFORM LOAD-RECIPIENT-RTN THRU LOAD-RECIPIENT-RTN-EXIT
               UNTIL DST-EOF-SW = 'F'.
           CLOSE DST-FILE.
           IF WS-RT-CNT = 0
               DISPLAY 'SU41BRST ABEND - NO RECIPIENTS FOR REPORT '
                       WS-REPORT-ID
               MOVE 16 TO RETURN-CODE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           IF RD-KEY-EMPLOYEE
               PERFORM OPEN-PAYROLL-RTN THRU OPEN-PAYROLL-RTN-EXIT
           END-IF.
           IF RD-KEY-SSN
               PERFORM OPEN-AR-RTN THRU OPEN-AR-RTN-EXIT
           END-IF.
           PERFORM OPEN-REPORT-RTN THRU OPEN-REPORT-RTN-EXIT.
           PERFORM READ-REPORT-RTN THRU READ-REPORT-RTN-EXIT.
           PERFORM ROUTE-LINE-RTN THRU ROUTE-LINE-RTN-EXIT
               UNTIL EOF-SW = 'F'.
           PERFORM CLOSE-REPORT-RTN.
           IF AR-OPEN
               CLOSE AR-FILE
           END-IF.
           CLOSE BRX-FILE.
           PERFORM PRINT-HEADING-RTN.
           IF WS-WORK-CNT > 0
               PERFORM BURST-RTN THRU BURST-RTN-EXIT
           END-IF.
           PERFORM WITHHELD-RTN
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > WS-RT-CNT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           ACCEPT WS-RUN-DATE-8 FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-FS-OK
               DISPLAY 'SU41BRST - RPT-FILE OPEN FAILED, STATUS='
                       RPT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41BRST - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE
               GOBACK
           END-IF.
      * THE MANIFEST IS THE PROOF OF WHAT WENT TO WHOM - NO SECTION
      * IS CUT THAT CANNOT BE RECORDED THERE.
           OPEN EXTEND MAN-FILE.
           IF NOT MAN-FS-OK
               DISPLAY 'SU41BRST - MAN-FILE OPEN FAILED, STATUS='
                       MAN-FS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE OUT-FILE
               GOBACK
           END-IF.
           OPEN INPUT DST-FILE.
           IF NOT DST-FS-OK
               DISPLAY 'SU41BRST - DST-FILE OPEN FAILED, STATUS='
                       DST-FS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE OUT-FILE MAN-FILE
               GOBACK
           END-IF.
           OPEN OUTPUT BRX-FILE.
           IF NOT BRX-FS-OK
               DISPLAY 'SU41BRST - BRX-FILE OPEN FAILED, STATUS='
                       BRX-FS
               MOVE 16 TO RETURN-CODE
               CLOSE RPT-FILE OUT-FILE MAN-FILE DST-FILE
               GOBACK
           END-IF.
       OPEN-FILES-RTN-EXIT. EXIT.

       ABEND-CLOSE-RTN.
           CLOSE RPT-FILE OUT-FILE MAN-FILE BRX-FILE.
       ABEND-CLOSE-RTN-EXIT. EXIT.

       GET-REPORT-ID-RTN.
      * ONE BURST STEP PER LISTING - THE STEP'S CARD SAYS WHICH.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41BRST ABEND - NO REPORT CARD, STATUS='
                       CTL-FS
               MOVE 16 TO RETURN-CODE
               CLOSE DST-FILE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           READ CTL-FILE
               AT END MOVE SPACES TO CTL-REC.
           CLOSE CTL-FILE.
           IF CTL-REPORT-ID = SPACES
               DISPLAY 'SU41BRST ABEND - REPORT CARD EMPTY'
               MOVE 16 TO RETURN-CODE
               CLOSE DST-FILE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           MOVE CTL-REPORT-ID TO WS-REPORT-ID.
       GET-REPORT-ID-RTN-EXIT. EXIT.

       GET-DEFINITION-RTN.
           OPEN INPUT DEF-FILE.
           IF NOT DEF-FS-OK
               DISPLAY 'SU41BRST ABEND - DEF-FILE OPEN FAILED, STATUS='
                       DEF-FS
               MOVE 16 TO RETURN-CODE
               CLOSE DST-FILE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           READ DEF-FILE
               AT END MOVE 'F' TO DEF-EOF-SW.
           PERFORM FIND-DEFINITION-RTN
               UNTIL DEF-EOF-SW = 'F' OR DEF-FOUND.
           CLOSE DEF-FILE.
           IF NOT DEF-FOUND
               DISPLAY 'SU41BRST ABEND - REPORT ' WS-REPORT-ID
                       ' NOT DEFINED ON BRSTDEF'
               MOVE 16 TO RETURN-CODE
               CLOSE DST-FILE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           PERFORM EDIT-DEFINITION-RTN THRU EDIT-DEFINITION-RTN-EXIT.
           IF DEF-BAD
               MOVE 16 TO RETURN-CODE
               CLOSE DST-FILE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
       GET-DEFINITION-RTN-EXIT. EXIT.

       FIND-DEFINITION-RTN.
           IF BRD-REPORT-ID = WS-REPORT-ID
               MOVE DEF-REC TO WS-DEF-AREA
               MOVE 'Y' TO DEF-FOUND-SW
           ELSE
               READ DEF-FILE
                   AT END MOVE 'F' TO DEF-EOF-SW
               END-READ
           END-IF.
       FIND-DEFINITION-RTN-EXIT. EXIT.

       EDIT-DEFINITION-RTN.
      * A KEY OR MARKER OUTSIDE THE LINE WOULD ROUTE EVERY LINE TO
      * THE MASTER COPY WITHOUT A WORD - A BAD DEFINITION STOPS THE
      * STEP INSTEAD.
           IF RD-WIDTH NOT NUMERIC
                   OR (RD-WIDTH NOT = 80 AND RD-WIDTH NOT = 133)
               DISPLAY 'SU41BRST - BAD WIDTH ON DEFINITION '
                       WS-REPORT-ID
               MOVE 'Y' TO DEF-BAD-SW
               GO TO EDIT-DEFINITION-RTN-EXIT
           END-IF.
           IF NOT RD-KEY-EMPLOYEE AND NOT RD-KEY-SSN
                   AND NOT RD-KEY-HEADING
               DISPLAY 'SU41BRST - BAD KEY TYPE ON DEFINITION '
                       WS-REPORT-ID
               MOVE 'Y' TO DEF-BAD-SW
               GO TO EDIT-DEFINITION-RTN-EXIT
           END-IF.
           IF RD-KEY-COL NOT NUMERIC OR RD-KEY-LEN NOT NUMERIC
                   OR RD-KEY-COL = 0 OR RD-KEY-LEN = 0
                   OR RD-KEY-LEN > 20
                   OR RD-KEY-COL + RD-KEY-LEN - 1 > RD-WIDTH
               DISPLAY 'SU41BRST - BAD KEY POSITION ON DEFINITION '
                       WS-REPORT-ID
               MOVE 'Y' TO DEF-BAD-SW
               GO TO EDIT-DEFINITION-RTN-EXIT
           END-IF.
           IF RD-KEY-HEADING
               IF RD-MARK-COL NOT NUMERIC OR RD-MARK-LEN NOT NUMERIC
                       OR RD-MARK-COL = 0 OR RD-MARK-LEN = 0
                       OR RD-MARK-LEN > 16
                       OR RD-MARK-COL + RD-MARK-LEN - 1 > RD-WIDTH
                   DISPLAY 'SU41BRST - BAD HEADING MARKER ON '
                           'DEFINITION ' WS-REPORT-ID
                   MOVE 'Y' TO DEF-BAD-SW
                   GO TO EDIT-DEFINITION-RTN-EXIT
               END-IF
           END-IF.
      * THE END MARKER IS OPTIONAL - ZERO OR BLANK MEANS THE LAST
      * HEADING KEEPS EVERYTHING TO THE END OF THE LISTING.
           IF RD-END-COL NOT NUMERIC OR RD-END-LEN NOT NUMERIC
               MOVE 0 TO RD-END-COL RD-END-LEN
           END-IF.
           IF RD-END-LEN > 16
                   OR RD-END-COL + RD-END-LEN - 1 > RD-WIDTH
               DISPLAY 'SU41BRST - BAD END MARKER ON DEFINITION '
                       WS-REPORT-ID
               MOVE 'Y' TO DEF-BAD-SW
               GO TO EDIT-DEFINITION-RTN-EXIT
           END-IF.
           IF RD-HDR-LINES NOT NUMERIC
               MOVE 0 TO RD-HDR-LINES
           END-IF.
           IF RD-HDR-LINES > WS-HDR-MAX
               DISPLAY 'SU41BRST - MORE THAN ' WS-HDR-MAX
                       ' HEADING LINES ON DEFINITION ' WS-REPORT-ID
               MOVE 'Y' TO DEF-BAD-SW
               GO TO EDIT-DEFINITION-RTN-EXIT
           END-IF.
      * A PAGE MUST HOLD AT LEAST A FEW BODY LINES UNDER ITS BANNER
      * AND HEADING - ANYTHING LESS FALLS BACK TO A STANDARD PAGE.
           IF RD-PAGE-LINES NOT NUMERIC OR RD-PAGE-LINES < 10
               MOVE 50 TO RD-PAGE-LINES
           END-IF.
       EDIT-DEFINITION-RTN-EXIT. EXIT.

       LOAD-RECIPIENT-RTN.
           IF DST-REPORT-ID NOT = SPACES
                   AND DST-REPORT-ID NOT = WS-REPORT-ID
               GO TO LOAD-RECIPIENT-NEXT
           END-IF.
           IF NOT DST-SCOPE-DIVISION AND NOT DST-SCOPE-CAMPUS
                   AND NOT DST-SCOPE-MASTER AND NOT DST-SCOPE-ALL
               DISPLAY 'SU41BRST - BAD SCOPE FOR RECIPIENT '
                       DST-RECIP-ID ' - ROW IGNORED'
               ADD 1 TO WS-FAIL-CNT
               GO TO LOAD-RECIPIENT-NEXT
           END-IF.
      * A RECIPIENT DROPPED FOR WANT OF ROOM WOULD SILENTLY LOSE
      * THEIR SECTION, SO A FULL TABLE STOPS THE RUN.
           IF WS-RT-CNT NOT < WS-RT-MAX
               DISPLAY 'SU41BRST ABEND - RECIPIENT TABLE FULL AT '
                       WS-RT-MAX
               MOVE 16 TO RETURN-CODE
               CLOSE DST-FILE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-RT-CNT.
           MOVE DST-RECIP-ID    TO RT-RECIP-ID(WS-RT-CNT).
           MOVE DST-SCOPE       TO RT-SCOPE(WS-RT-CNT).
           MOVE DST-DIVISION    TO RT-DIVISION(WS-RT-CNT).
           MOVE DST-DEPARTMENT  TO RT-DEPARTMENT(WS-RT-CNT).
           MOVE DST-CAMPUS      TO RT-CAMPUS(WS-RT-CNT).
           MOVE DST-METHOD      TO RT-METHOD(WS-RT-CNT).
           MOVE DST-SSN-CLEARED TO RT-SSN-CLEARED(WS-RT-CNT).
           MOVE DST-RECIP-NAME  TO RT-NAME(WS-RT-CNT).
           MOVE DST-DEST        TO RT-DEST(WS-RT-CNT).
           MOVE 0               TO RT-HELD-CNT(WS-RT-CNT).
       LOAD-RECIPIENT-NEXT.
           READ DST-FILE
               AT END MOVE 'F' TO DST-EOF-SW.
       LOAD-RECIPIENT-RTN-EXIT. EXIT.

       OPEN-PAYROLL-RTN.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41BRST - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
           PERFORM LOAD-EMPLOYEE-RTN THRU LOAD-EMPLOYEE-RTN-EXIT
               UNTIL PAYROLL-EOF-SW = 'F'.
           CLOSE PAYROLL-FILE.
       OPEN-PAYROLL-RTN-EXIT. EXIT.

       LOAD-EMPLOYEE-RTN.
      * AN EMPLOYEE MISSED FOR WANT OF ROOM WOULD LAND ON THE MASTER
      * COPY INSTEAD OF THEIR MANAGER'S SECTION, SO A FULL TABLE
      * STOPS THE RUN.
           IF WS-EMP-CNT NOT < WS-EMP-MAX
               DISPLAY 'SU41BRST ABEND - PAYROLL TABLE FULL AT '
                       WS-EMP-MAX
               MOVE 16 TO RETURN-CODE
               CLOSE PAYROLL-FILE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-EMP-CNT.
           MOVE PR-EMPLOYEE-ID   TO ET-EMP-ID(WS-EMP-CNT).
           MOVE PR-DIVISION      TO ET-DIVISION(WS-EMP-CNT).
           MOVE PR-DEPARTMENT    TO ET-DEPARTMENT(WS-EMP-CNT).
           READ PAYROLL-FILE
               AT END MOVE 'F' TO PAYROLL-EOF-SW.
       LOAD-EMPLOYEE-RTN-EXIT. EXIT.

       OPEN-AR-RTN.
           OPEN INPUT AR-FILE.
           IF NOT AR-SUCCESSFUL
               DISPLAY 'SU41BRST - AR-FILE OPEN FAILED, STATUS='
                       AR-RC
               MOVE 16 TO RETURN-CODE
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           MOVE 'Y' TO AR-OPEN-SW.
       OPEN-AR-RTN-EXIT. EXIT.

       OPEN-REPORT-RTN.
           IF RD-WIDTH = 80
               OPEN INPUT IN80-FILE
               IF NOT IN80-FS-OK
                   DISPLAY 'SU41BRST - RPTIN80 OPEN FAILED, STATUS='
                           IN80-FS
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABEND-CLOSE-RTN
                   GOBACK
               END-IF
           ELSE
               OPEN INPUT IN133-FILE
               IF NOT IN133-FS-OK
                   DISPLAY 'SU41BRST - RPTIN133 OPEN FAILED, STATUS='
                           IN133-FS
                   MOVE 16 TO RETURN-CODE
                   PERFORM ABEND-CLOSE-RTN
                   GOBACK
               END-IF
           END-IF.
       OPEN-REPORT-RTN-EXIT. EXIT.

       READ-REPORT-RTN.
           MOVE SPACES TO WS-LINE.
           IF RD-WIDTH = 80
               READ IN80-FILE
                   AT END MOVE 'F' TO EOF-SW
                   NOT AT END MOVE IN80-REC TO WS-LINE
               END-READ
           ELSE
               READ IN133-FILE
                   AT END MOVE 'F' TO EOF-SW
                   NOT AT END MOVE IN133-REC TO WS-LINE
               END-READ
           END-IF.
       READ-REPORT-RTN-EXIT. EXIT.

       CLOSE-REPORT-RTN.
           IF RD-WIDTH = 80
               CLOSE IN80-FILE
           ELSE
               CLOSE IN133-FILE
           END-IF.
       CLOSE-REPORT-RTN-EXIT. EXIT.

       ROUTE-LINE-RTN.
           ADD 1 TO WS-READ-CNT.
           ADD 1 TO WS-LINE-NO.
      * THE REPORT'S OWN HEADING IS KEPT ASIDE AND REPRINTED UNDER
      * EVERY SECTION BANNER, NOT ROUTED AS A LINE.
           IF WS-READ-CNT NOT > RD-HDR-LINES
               ADD 1 TO WS-HDR-CNT
               MOVE WS-LINE TO HT-LINE(WS-HDR-CNT)
               GO TO ROUTE-LINE-NEXT
           END-IF.
           ADD 1 TO WS-BODY-CNT.
           PERFORM SET-LINE-KEY-RTN THRU SET-LINE-KEY-RTN-EXIT.
           MOVE 0 TO WS-SENT-CNT.
           PERFORM MATCH-RECIPIENT-RTN THRU MATCH-RECIPIENT-RTN-EXIT
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > WS-RT-CNT.
           IF WS-SENT-CNT > 0
               ADD 1 TO WS-ROUTED-CNT
           END-IF.
      * NOBODY IN THE ORGANIZATION OWNS THE LINE, OR EVERY OWNER WAS
      * HELD BACK FROM AN SSN LISTING - IT GOES TO THE MASTER COPY SO
      * NO LINE OF THE REPORT IS LOST.
           IF WS-SENT-CNT = 0
               PERFORM SEND-MASTER-RTN THRU SEND-MASTER-RTN-EXIT
                   VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > WS-RT-CNT
               IF WS-SENT-CNT > 0
                   ADD 1 TO WS-MASTER-CNT
               END-IF
           END-IF.
           PERFORM SEND-FULL-COPY-RTN THRU SEND-FULL-COPY-RTN-EXIT
               VARYING RT-SUB FROM 1 BY 1 UNTIL RT-SUB > WS-RT-CNT.
           IF WS-SENT-CNT = 0
               ADD 1 TO WS-UNDELIV-CNT
           END-IF.
       ROUTE-LINE-NEXT.
           PERFORM READ-REPORT-RTN THRU READ-REPORT-RTN-EXIT.
       ROUTE-LINE-RTN-EXIT. EXIT.

       SET-LINE-KEY-RTN.
           IF RD-KEY-HEADING
               PERFORM SET-HEADING-KEY-RTN THRU SET-HEADING-KEY-RTN-EXIT
               GO TO SET-LINE-KEY-RTN-EXIT
           END-IF.
           MOVE 'N' TO WS-KEY-SW.
           MOVE SPACES TO WS-KEY-FIELD.
           MOVE WS-LINE(RD-KEY-COL:RD-KEY-LEN) TO WS-KEY-FIELD.
           IF WS-KEY-FIELD = SPACES
               ADD 1 TO WS-NOKEY-CNT
               GO TO SET-LINE-KEY-RTN-EXIT
           END-IF.
           IF RD-KEY-EMPLOYEE
               MOVE 'N' TO EMP-FOUND-SW
               MOVE 0 TO EMP-HIT-SUB
               PERFORM MATCH-EMPLOYEE-RTN
                   VARYING EMP-SUB FROM 1 BY 1
                   UNTIL EMP-SUB > WS-EMP-CNT OR EMP-FOUND
               IF EMP-FOUND
                   MOVE 'E' TO WS-KEY-SW
                   MOVE ET-DIVISION(EMP-HIT-SUB)   TO WS-KEY-DIV
                   MOVE ET-DEPARTMENT(EMP-HIT-SUB) TO WS-KEY-DEPT
               ELSE
                   ADD 1 TO WS-NOKEY-CNT
               END-IF
               GO TO SET-LINE-KEY-RTN-EXIT
           END-IF.
      * SSN KEY - THE DIGITS ARE COLLECTED LEFT TO RIGHT, SO THE
      * ROSTER'S 999 99 9999 PRINT FORM READS AS A PLAIN SSN.
           MOVE SPACES TO WS-SSN-X.
           MOVE 0 TO WS-SSN-LEN.
           PERFORM COLLECT-SSN-RTN
               VARYING WS-CHAR-SUB FROM 1 BY 1
               UNTIL WS-CHAR-SUB > RD-KEY-LEN.
           IF WS-SSN-LEN NOT = 9
               ADD 1 TO WS-NOKEY-CNT
               GO TO SET-LINE-KEY-RTN-EXIT
           END-IF.
           MOVE WS-SSN-9 TO AR-SSN.
           READ AR-FILE.
           IF NOT AR-SUCCESSFUL
               ADD 1 TO WS-NOKEY-CNT
               GO TO SET-LINE-KEY-RTN-EXIT
           END-IF.
      * BLANK CAMPUS IS MAIN, THE TRANSITION CONVENTION.
           MOVE 'C' TO WS-KEY-SW.
           IF AR-CAMPUS = SPACE
               MOVE 'M' TO WS-KEY-CAMPUS
           ELSE
               MOVE AR-CAMPUS TO WS-KEY-CAMPUS
           END-IF.
       SET-LINE-KEY-RTN-EXIT. EXIT.

       SET-HEADING-KEY-RTN.
      * A HEADING LINE OPENS A NEW OWNER; EVERY LINE AFTER IT STAYS
      * WITH THAT OWNER UNTIL THE NEXT HEADING OR THE END MARKER.
           IF WS-LINE(RD-MARK-COL:RD-MARK-LEN)
                   = RD-MARK-TEXT(1:RD-MARK-LEN)
               MOVE SPACES TO WS-KEY-FIELD
               MOVE WS-LINE(RD-KEY-COL:RD-KEY-LEN) TO WS-KEY-FIELD
               IF RD-KEY-DIVISION
                   MOVE 'V' TO WS-KEY-SW
                   MOVE WS-KEY-FIELD(1:10) TO WS-KEY-DIV
                   MOVE SPACES TO WS-KEY-DEPT
               ELSE
                   MOVE 'C' TO WS-KEY-SW
                   MOVE WS-KEY-FIELD(1:1) TO WS-KEY-CAMPUS
               END-IF
               GO TO SET-HEADING-KEY-RTN-EXIT
           END-IF.
           IF RD-END-LEN > 0 AND RD-END-COL > 0
               IF WS-LINE(RD-END-COL:RD-END-LEN)
                       = RD-END-TEXT(1:RD-END-LEN)
                   MOVE 'N' TO WS-KEY-SW
               END-IF
           END-IF.
           IF KEY-NONE
               ADD 1 TO WS-NOKEY-CNT
           END-IF.
       SET-HEADING-KEY-RTN-EXIT. EXIT.

       MATCH-EMPLOYEE-RTN.
           IF ET-EMP-ID(EMP-SUB) = WS-KEY-FIELD(1:7)
               MOVE 'Y' TO EMP-FOUND-SW
               MOVE EMP-SUB TO EMP-HIT-SUB
           END-IF.
       MATCH-EMPLOYEE-RTN-EXIT. EXIT.

       COLLECT-SSN-RTN.
           IF WS-KEY-FIELD(WS-CHAR-SUB:1) NUMERIC
               IF WS-SSN-LEN < 9
                   ADD 1 TO WS-SSN-LEN
                   MOVE WS-KEY-FIELD(WS-CHAR-SUB:1)
                       TO WS-SSN-X(WS-SSN-LEN:1)
               ELSE
                   MOVE 10 TO WS-SSN-LEN
               END-IF
           END-IF.
       COLLECT-SSN-RTN-EXIT. EXIT.

       MATCH-RECIPIENT-RTN.
      * A DIVISION HEAD (NO DEPARTMENT) SEES EVERY DEPARTMENT OF THE
      * DIVISION; A DEPARTMENT MANAGER ONLY THEIR OWN.  A DIVISION
      * SUMMARY (HEADING KEY) GOES TO DIVISION HEADS ONLY.
           EVALUATE TRUE
               WHEN KEY-EMPLOYEE
                   IF RT-SCOPE(RT-SUB) NOT = 'D'
                           OR RT-DIVISION(RT-SUB) NOT = WS-KEY-DIV
                       GO TO MATCH-RECIPIENT-RTN-EXIT
                   END-IF
                   IF RT-DEPARTMENT(RT-SUB) NOT = SPACES
                           AND RT-DEPARTMENT(RT-SUB) NOT = WS-KEY-DEPT
                       GO TO MATCH-RECIPIENT-RTN-EXIT
                   END-IF
               WHEN KEY-DIVISION
                   IF RT-SCOPE(RT-SUB) NOT = 'D'
                           OR RT-DIVISION(RT-SUB) NOT = WS-KEY-DIV
                           OR RT-DEPARTMENT(RT-SUB) NOT = SPACES
                       GO TO MATCH-RECIPIENT-RTN-EXIT
                   END-IF
               WHEN KEY-CAMPUS
                   IF RT-SCOPE(RT-SUB) NOT = 'C'
                           OR RT-CAMPUS(RT-SUB) NOT = WS-KEY-CAMPUS
                       GO TO MATCH-RECIPIENT-RTN-EXIT
                   END-IF
               WHEN OTHER
                   GO TO MATCH-RECIPIENT-RTN-EXIT
           END-EVALUATE.
           PERFORM SEND-LINE-RTN THRU SEND-LINE-RTN-EXIT.
       MATCH-RECIPIENT-RTN-EXIT. EXIT.

       SEND-MASTER-RTN.
           IF RT-SCOPE(RT-SUB) = 'M'
               PERFORM SEND-LINE-RTN THRU SEND-LINE-RTN-EXIT
           END-IF.
       SEND-MASTER-RTN-EXIT. EXIT.

       SEND-FULL-COPY-RTN.
           IF RT-SCOPE(RT-SUB) = 'A'
               PERFORM SEND-LINE-RTN THRU SEND-LINE-RTN-EXIT
           END-IF.
       SEND-FULL-COPY-RTN-EXIT. EXIT.

       SEND-LINE-RTN.
      * AN SSN LISTING NEVER LEAVES FOR A RECIPIENT NOT CLEARED FOR
      * SENSITIVE DATA - THE LINE IS COUNTED AGAINST THEM INSTEAD.
           IF RD-HAS-SSN AND RT-SSN-CLEARED(RT-SUB) NOT = 'Y'
               ADD 1 TO RT-HELD-CNT(RT-SUB)
               ADD 1 TO WS-HELD-CNT
               GO TO SEND-LINE-RTN-EXIT
           END-IF.
           MOVE RT-SUB               TO BX-RECIP-SUB.
           MOVE RT-RECIP-ID(RT-SUB)  TO BX-RECIP-ID.
           MOVE WS-LINE-NO           TO BX-LINE-NO.
           MOVE WS-LINE              TO BX-LINE.
           WRITE BRX-REC.
           IF NOT BRX-FS-OK
               DISPLAY 'SU41BRST ABEND - BRX-FILE WRITE FAILED, '
                       'STATUS=' BRX-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-REPORT-RTN
               PERFORM ABEND-CLOSE-RTN
               GOBACK
           END-IF.
           ADD 1 TO WS-SENT-CNT.
           ADD 1 TO WS-WORK-CNT.
       SEND-LINE-RTN-EXIT. EXIT.

       PRINT-HEADING-RTN.
           MOVE WS-REPORT-ID  TO HL-REPORT-ID.
           MOVE RD-TITLE      TO HL-TITLE.
           MOVE WS-RUN-DATE-8 TO HL-RUN-DATE.
           MOVE HDG-LINE1 TO RPT-REC.
           WRITE RPT-REC.
           MOVE HDG-LINE2 TO RPT-REC.
           WRITE RPT-REC.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE HDG-LINE3 TO RPT-REC.
           WRITE RPT-REC.
       PRINT-HEADING-RTN-EXIT. EXIT.

       BURST-RTN.
      * RECIPIENT ORDER IS DISTRIBUTION-MASTER ORDER; WITHIN A
      * RECIPIENT THE LINES KEEP THEIR ORDER ON THE LISTING.
           SORT SORT-WORK
               ON ASCENDING KEY SW-RECIP-SUB SW-LINE-NO
               USING BRX-FILE
               GIVING BRS-FILE.
           IF SORT-RETURN NOT = 0
               DISPLAY 'SU41BRST - BURST SORT FAILED, RC='
                       SORT-RETURN
               ADD 1 TO WS-FAIL-CNT
               GO TO BURST-RTN-EXIT
           END-IF.
           OPEN INPUT BRS-FILE.
           IF NOT BRS-FS-OK
               DISPLAY 'SU41BRST - BRS-FILE OPEN FAILED, STATUS='
                       BRS-FS
               ADD 1 TO WS-FAIL-CNT
               GO TO BURST-RTN-EXIT
           END-IF.
           READ BRS-FILE
               AT END MOVE 'F' TO BRS-EOF-SW.
           PERFORM SECTION-LINE-RTN THRU SECTION-LINE-RTN-EXIT
               UNTIL BRS-EOF-SW = 'F'.
           IF NOT FIRST-SECTION
               PERFORM SECTION-END-RTN THRU SECTION-END-RTN-EXIT
           END-IF.
           CLOSE BRS-FILE.
       BURST-RTN-EXIT. EXIT.

       SECTION-LINE-RTN.
           IF FIRST-SECTION OR BS-RECIP-SUB NOT = WS-PREV-SUB
               IF NOT FIRST-SECTION
                   PERFORM SECTION-END-RTN THRU SECTION-END-RTN-EXIT
               END-IF
               PERFORM SECTION-START-RTN THRU SECTION-START-RTN-EXIT
           END-IF.
           IF WS-PAGE-LINES NOT < RD-PAGE-LINES
               PERFORM PAGE-FOOT-RTN THRU PAGE-FOOT-RTN-EXIT
               PERFORM PAGE-HEAD-RTN THRU PAGE-HEAD-RTN-EXIT
           END-IF.
           MOVE BS-LINE TO OUT-REC.
           WRITE OUT-REC.
           ADD 1 TO WS-PAGE-LINES.
           ADD 1 TO WS-SECT-LINES.
           READ BRS-FILE
               AT END MOVE 'F' TO BRS-EOF-SW.
       SECTION-LINE-RTN-EXIT. EXIT.

       SECTION-START-RTN.
           MOVE 'N' TO FIRST-SECT-SW.
           MOVE BS-RECIP-SUB TO WS-PREV-SUB.
           MOVE 0 TO WS-SECT-PAGES.
           MOVE 0 TO WS-SECT-LINES.
           COMPUTE WS-FIRST-PAGE = WS-OUT-PAGES + 1.
           PERFORM PAGE-HEAD-RTN THRU PAGE-HEAD-RTN-EXIT.
       SECTION-START-RTN-EXIT. EXIT.

       PAGE-HEAD-RTN.
           ADD 1 TO WS-OUT-PAGES.
           ADD 1 TO WS-SECT-PAGES.
           MOVE 0 TO WS-PAGE-LINES.
           MOVE WS-PREV-SUB TO RT-SUB.
           MOVE WS-REPORT-ID  TO BL-REPORT-ID.
           MOVE RD-TITLE      TO BL-TITLE.
           MOVE WS-RUN-DATE-8 TO BL-RUN-DATE.
           MOVE WS-OUT-PAGES  TO BL-PAGE.
           MOVE RT-RECIP-ID(RT-SUB) TO BL-RECIP-ID.
           MOVE RT-NAME(RT-SUB)     TO BL-RECIP-NAME.
           PERFORM SET-METHOD-RTN.
           MOVE DL-METHOD           TO BL-METHOD.
           MOVE RT-DEST(RT-SUB)     TO BL-DEST.
           MOVE WS-SECT-PAGES       TO BL-SECT-PAGE.
           MOVE BANNER-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE BANNER-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE ALL '-' TO OUT-REC.
           WRITE OUT-REC.
           PERFORM WRITE-HEADING-RTN
               VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > WS-HDR-CNT.
       PAGE-HEAD-RTN-EXIT. EXIT.

       WRITE-HEADING-RTN.
           MOVE HT-LINE(HT-SUB) TO OUT-REC.
           WRITE OUT-REC.
       WRITE-HEADING-RTN-EXIT. EXIT.

       PAGE-FOOT-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-SECT-PAGES       TO PF-SECT-PAGE.
           MOVE RT-RECIP-ID(WS-PREV-SUB) TO PF-RECIP-ID.
           MOVE WS-PAGE-LINES       TO PF-LINES.
           MOVE PAGE-FOOT-LINE TO OUT-REC.
           WRITE OUT-REC.
       PAGE-FOOT-RTN-EXIT. EXIT.

       SECTION-END-RTN.
           PERFORM PAGE-FOOT-RTN THRU PAGE-FOOT-RTN-EXIT.
           MOVE RT-RECIP-ID(WS-PREV-SUB) TO SF-RECIP-ID.
           MOVE WS-SECT-LINES TO SF-LINES.
           MOVE WS-SECT-PAGES TO SF-PAGES.
           MOVE SECT-FOOT-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           ADD 1 TO WS-SECTION-CNT.
           MOVE WS-PREV-SUB TO RT-SUB.
           MOVE SPACES TO DMAN-RECORD.
           MOVE 'S' TO DMN-STATUS.
           MOVE WS-SECT-LINES TO DMN-LINES.
           MOVE WS-SECT-PAGES TO DMN-PAGES.
           MOVE WS-FIRST-PAGE TO DMN-FIRST-PAGE.
           PERFORM WRITE-MANIFEST-RTN THRU WRITE-MANIFEST-RTN-EXIT.
       SECTION-END-RTN-EXIT. EXIT.

       WITHHELD-RTN.
           IF RT-HELD-CNT(RT-SUB) > 0
               ADD 1 TO WS-WITHHELD-CNT
               MOVE SPACES TO DMAN-RECORD
               MOVE 'W' TO DMN-STATUS
               MOVE RT-HELD-CNT(RT-SUB) TO DMN-LINES
               MOVE 0 TO DMN-PAGES
               MOVE 0 TO DMN-FIRST-PAGE
               PERFORM WRITE-MANIFEST-RTN THRU WRITE-MANIFEST-RTN-EXIT
           END-IF.
       WITHHELD-RTN-EXIT. EXIT.

       WRITE-MANIFEST-RTN.
           MOVE WS-RUN-DATE-8        TO DMN-RUN-DATE.
           MOVE WS-RUN-TIME(1:6)     TO DMN-RUN-TIME.
           MOVE WS-REPORT-ID         TO DMN-REPORT-ID.
           MOVE RT-RECIP-ID(RT-SUB)  TO DMN-RECIP-ID.
           MOVE RT-NAME(RT-SUB)      TO DMN-RECIP-NAME.
           MOVE RT-SCOPE(RT-SUB)     TO DMN-SCOPE.
           MOVE RT-METHOD(RT-SUB)    TO DMN-METHOD.
           MOVE RT-DEST(RT-SUB)      TO DMN-DEST.
           WRITE DMAN-RECORD.
           IF NOT MAN-FS-OK
               DISPLAY 'SU41BRST - MANIFEST WRITE FAILED FOR '
                       RT-RECIP-ID(RT-SUB) ' STATUS=' MAN-FS
               ADD 1 TO WS-FAIL-CNT
           END-IF.
           MOVE RT-RECIP-ID(RT-SUB)  TO DL-RECIP-ID.
           MOVE RT-NAME(RT-SUB)      TO DL-RECIP-NAME.
           MOVE RT-SCOPE(RT-SUB)     TO DL-SCOPE.
           PERFORM SET-METHOD-RTN.
           MOVE DMN-LINES            TO DL-LINES.
           MOVE DMN-PAGES            TO DL-PAGES.
           MOVE DMN-FIRST-PAGE       TO DL-FIRST-PAGE.
           IF DMN-SENT
               MOVE 'SENT              ' TO DL-STATUS
           ELSE
               MOVE 'WITHHELD - SSN    ' TO DL-STATUS
           END-IF.
           MOVE DETAIL-LINE TO RPT-REC.
           WRITE RPT-REC.
       WRITE-MANIFEST-RTN-EXIT. EXIT.

       SET-METHOD-RTN.
           EVALUATE RT-METHOD(RT-SUB)
               WHEN 'P'
                   MOVE 'PRINT ' TO DL-METHOD
               WHEN 'E'
                   MOVE 'E-MAIL' TO DL-METHOD
               WHEN 'V'
                   MOVE 'VIEWER' TO DL-METHOD
               WHEN OTHER
                   MOVE 'PRINT ' TO DL-METHOD
           END-EVALUATE.
       SET-METHOD-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'REPORT LINES READ                       ' TO CTL-LABEL.
           MOVE WS-READ-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'HEADING LINES REPEATED PER PAGE         ' TO CTL-LABEL.
           MOVE WS-HDR-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'BODY LINES                              ' TO CTL-LABEL.
           MOVE WS-BODY-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'LINES ROUTED TO THEIR OWNERS            ' TO CTL-LABEL.
           MOVE WS-ROUTED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'LINES TO THE MASTER COPY                ' TO CTL-LABEL.
           MOVE WS-MASTER-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'LINES WITH NO OWNER FOUND               ' TO CTL-LABEL.
           MOVE WS-NOKEY-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'LINE COPIES HELD BACK - SSN CLEARANCE   ' TO CTL-LABEL.
           MOVE WS-HELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'LINES DELIVERED TO NOBODY               ' TO CTL-LABEL.
           MOVE WS-UNDELIV-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'SECTIONS CUT                            ' TO CTL-LABEL.
           MOVE WS-SECTION-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'SECTIONS WITHHELD                       ' TO CTL-LABEL.
           MOVE WS-WITHHELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'PAGES WRITTEN                           ' TO CTL-LABEL.
           MOVE WS-OUT-PAGES TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
           MOVE 'ERRORS                                  ' TO CTL-LABEL.
           MOVE WS-FAIL-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO RPT-REC.
           WRITE RPT-REC.
      * A LINE NOBODY RECEIVED, OR A FAILED SORT OR MANIFEST WRITE,
      * MEANS THE DISTRIBUTION IS INCOMPLETE; A SECTION WITHHELD FOR
      * SSN CLEARANCE IS THE RULE WORKING BUT IS STILL WORTH A LOOK.
           IF WS-UNDELIV-CNT > 0 OR WS-FAIL-CNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WITHHELD-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE OUT-FILE MAN-FILE RPT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.
