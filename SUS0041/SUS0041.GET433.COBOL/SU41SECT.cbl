       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41SECT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REG-FILE  ASSIGN TO RGFILE
                     FILE STATUS IS REG-FS.
            SELECT CRS-FILE  ASSIGN TO CRFILE
                     FILE STATUS IS CRS-FS.
            SELECT PROM-FILE ASSIGN TO RGADD
                     FILE STATUS IS PROM-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY CSECSEL.
            COPY WAITSEL.
            COPY HOLDSEL.
            COPY REGOSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
      **** PER-STUDENT REGISTRATION DETAIL FROM THE REGISTRAR - THE
      **** SAME FEED SU41PGM79 ROLLS INTO STU-CREDITS.  A ROW WITH A
      **** DROP DATE HAS GIVEN ITS SEAT BACK. **************************
       FD  REG-FILE.
       01  REG-REC.
           05  RG-SSN         PIC 9(9).
           05  RG-COURSE      PIC X(8).
           05  RG-SECTION     PIC X(3).
           05  RG-CREDITS     PIC 9(2).
           05  RG-ADD-DATE    PIC 9(8).
           05  RG-DROP-DATE   PIC 9(8).
           05  FILLER         PIC X(42).

       FD  CRS-FILE.
           COPY CRSCTL.

      **** WAITLIST PROMOTIONS, WRITTEN IN THE REGISTRATION DETAIL
      **** LAYOUT SO THE MERGE (SU41REGM) CARRIES THEM INTO RGFILE
      **** WITH NO NEW RECORD MAP. *************************************
       FD  PROM-FILE.
       01  PROM-REC.
           COPY REGDTL REPLACING LEADING ==RGD-== BY ==PM-==.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       FD  SECT-FILE.
       01  SECT-RECORD.
           COPY CSECREC.

       FD  WAIT-FILE.
       01  WAIT-RECORD.
           COPY WAITREC.

      **** THE SHARED HOLD MASTER - READ ONLY HERE; A STUDENT UNDER A
      **** FINANCIAL, DISCIPLINARY OR ACADEMIC HOLD IS NOT PROMOTED **
       FD  HOLD-FILE.
       01  HOLD-RECORD.
           COPY HOLDREC.

      **** THE OPEN REGISTRATIONS THE ONLINE ADD/DROP CHECKS - A
      **** PROMOTION HOLDS ITS SEAT FROM TONIGHT, NOT FROM THE NEXT
      **** MERGE. ******************************************************
       FD  REGO-FILE.
       01  REGO-REC.
           05  REGO-KEY       PIC X(20).
           05  FILLER         PIC X(60).

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * NIGHTLY SECTION FILL AND      *
      *                                * WAITLIST RUN.  RECOUNTS EVERY *
      *                                * SECTION'S SEATS FROM THE      *
      *                                * REGISTRATION DETAIL, PROMOTES *
      *                                * WAITLISTED STUDENTS INTO THE  *
      *                                * SEATS DROPS HAVE OPENED,      *
      *                                * OLDEST REQUEST FIRST, AND     *
      *                                * PRINTS THE FILL/OVERFLOW      *
      *                                * REPORT FOR THE DEPARTMENT     *
      *                                * CHAIRS.                       *
      *                                *                               *
      *                                * RUNS AFTER THE REGISTRATION   *
      *                                * MERGE (SU41REGM) IN THE SAME  *
      *                                * JOB (SU41REGN) AND ONLY WHEN  *
      *                                * IT ENDED BELOW RC 16 - RGFILE *
      *                                * MUST ALREADY CARRY THE DAY'S  *
      *                                * ONLINE ADDS AND DROPS, OR THE *
      *                                * RECOUNT GIVES AWAY SEATS THAT *
      *                                * WERE TAKEN TODAY.             *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  CRS-EOF-SW      PIC X         VALUE SPACES.
           05  SCT-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-REG-CNT      PIC 9(7)      VALUE 0.
           05  WS-DROP-CNT     PIC 9(7)      VALUE 0.
           05  WS-NOSECT-CNT   PIC 9(7)      VALUE 0.
           05  WS-SECT-CNT     PIC 9(7)      VALUE 0.
           05  WS-FULL-CNT     PIC 9(7)      VALUE 0.
           05  WS-OVER-CNT     PIC 9(7)      VALUE 0.
           05  WS-PROMOTE-CNT  PIC 9(7)      VALUE 0.
           05  WS-HELD-CNT     PIC 9(7)      VALUE 0.
           05  WS-WAITING-CNT  PIC 9(7)      VALUE 0.
           05  WS-NOCAT-CNT    PIC 9(7)      VALUE 0.
           05  WS-CRS-KEY      PIC X(8)      VALUE SPACES.
           05  WS-SECT-PROM    PIC 9(3)      VALUE 0.
           05  WS-SECT-WAIT    PIC 9(3)      VALUE 0.
           05  WS-SECT-ENRL    PIC 9(4)      VALUE 0.
           05  WS-FILL-PCT     PIC 9(3)      VALUE 0.
           05  WS-ROW-HOURS    PIC 9(2)      VALUE 0.
           05  WS-TBS-KEY      PIC X(11)     VALUE SPACES.
           05  WS-CRS-CNT      PIC 9(3)      VALUE 0.
           05  WS-CRS-MAX      PIC 9(3)      VALUE 500.
           05  WS-TBS-CNT      PIC 9(4)      VALUE 0.
           05  WS-TBS-MAX      PIC 9(4)      VALUE 3000.
           05  CRS-FOUND-SW    PIC X         VALUE 'N'.
               88  CRS-FOUND                 VALUE 'Y'.
           05  SECT-FOUND-SW   PIC X         VALUE 'N'.
               88  SECT-FOUND                VALUE 'Y'.
           05  BROWSE-DONE-SW  PIC X         VALUE 'N'.
               88  BROWSE-DONE               VALUE 'Y'.
           05  HELD-SW         PIC X         VALUE 'N'.
               88  STUDENT-HELD              VALUE 'Y'.
           05  HOLD-SUB        PIC 9         VALUE 1.
           05  WS-HOLD-TBL     PIC X(3)      VALUE 'FDA'.
           05  WS-HOLD-R REDEFINES WS-HOLD-TBL.
               10  WS-HTYPE    PIC X  OCCURS 3 TIMES.
           05  REG-FS          PIC XX        VALUE '00'.
               88  REG-FS-OK                 VALUE '00'.
           05  CRS-FS          PIC XX        VALUE '00'.
               88  CRS-FS-OK                 VALUE '00'.
           05  PROM-FS         PIC XX        VALUE '00'.
               88  PROM-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  SCT-RC          PIC XX        VALUE '00'.
               88  SCT-OK                    VALUE '00'.
           05  WL-RC           PIC XX        VALUE '00'.
               88  WL-OK                     VALUE '00'.
           05  HLD-RC          PIC XX        VALUE '00'.
               88  HLD-OK                    VALUE '00'.
               88  HLD-NOT-FOUND             VALUE '23'.
           05  REGO-RC         PIC XX        VALUE '00'.
               88  REGO-OK                   VALUE '00'.
               88  REGO-DUP                  VALUE '22'.

      **** COURSE CATALOG TABLE, ASCENDING COURSE-ID FOR SEARCH ALL ***
       01  WS-CRS-AREA VALUE HIGH-VALUES.
           05  WS-CRS-TBL OCCURS 500 TIMES
                   ASCENDING KEY IS TBC-ID
                   INDEXED BY TBC-INDEX.
             10  TBC-ID          PIC X(8).
             10  TBC-HOURS       PIC 9(2).

      **** SECTION SEAT COUNTS, ASCENDING COURSE+SECTION - THE KSDS
      **** DELIVERS THEM IN KEY ORDER FOR SEARCH ALL *******************
       01  WS-TBS-AREA VALUE HIGH-VALUES.
           05  WS-TBS-TBL OCCURS 3000 TIMES
                   ASCENDING KEY IS TBS-KEY
                   INDEXED BY TBS-INDEX.
             10  TBS-KEY         PIC X(11).
             10  TBS-ENROLLED    PIC 9(4).

       01  HDG-LINE1.
           05 FILLER          PIC X(22) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'SECTION FILL AND OVERFLOW REPORT    '.
           05 FILLER          PIC X(22) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(40) VALUE
                   '  COURSE   SECT  CAP  ENRL  WAIT  FILL% '.
           05 FILLER          PIC X(40) VALUE
                   ' PROM  NOTE                             '.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-COURSE       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-SECTION      PIC X(3).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-CAP-Z        PIC ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-ENRL-Z       PIC ZZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-WAIT-Z       PIC ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-FILL-Z       PIC ZZ9.
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-PROM-Z       PIC ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-NOTE         PIC X(20).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  PROM-LINE.
           05 FILLER          PIC X(6)  VALUE SPACES.
           05 PL-ACTION       PIC X(15).
           05 PL-SSN          PIC 9(9).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 PL-COURSE       PIC X(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-SECTION      PIC X(3).
           05 FILLER          PIC X(6)  VALUE ' SEQ  '.
           05 PL-SEQ          PIC 9(4).
           05 FILLER          PIC X(26) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-CATALOG-RTN
              UNTIL CRS-EOF-SW = 'F'.
           PERFORM LOAD-SECTION-RTN
              UNTIL SCT-EOF-SW = 'F'.
           PERFORM COUNT-REG-RTN
              UNTIL EOF-SW = 'F'.
           PERFORM START-SECTIONS-RTN.
           PERFORM UPDATE-SECTION-RTN
              UNTIL SCT-EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT REG-FILE.
           IF NOT REG-FS-OK
               DISPLAY 'SU41SECT - REG-FILE OPEN FAILED, STATUS='
                       REG-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CRS-FILE.
           IF NOT CRS-FS-OK
               DISPLAY 'SU41SECT - CRS-FILE OPEN FAILED, STATUS='
                       CRS-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O SECT-FILE.
           IF NOT SCT-OK
               DISPLAY 'SU41SECT - SECT-FILE OPEN FAILED, STATUS='
                       SCT-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O WAIT-FILE.
           IF NOT WL-OK
               DISPLAY 'SU41SECT - WAIT-FILE OPEN FAILED, STATUS='
                       WL-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF NOT HLD-OK
               DISPLAY 'SU41SECT - HOLD-FILE OPEN FAILED, STATUS='
                       HLD-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O REGO-FILE.
           IF NOT REGO-OK
               DISPLAY 'SU41SECT - REGO-FILE OPEN FAILED, STATUS='
                       REGO-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PROM-FILE.
           IF NOT PROM-FS-OK
               DISPLAY 'SU41SECT - PROM-FILE OPEN FAILED, STATUS='
                       PROM-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41SECT - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN POSTS ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41SECT ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           READ CRS-FILE
               AT END MOVE 'F' TO CRS-EOF-SW.
           READ SECT-FILE NEXT RECORD
               AT END MOVE 'F' TO SCT-EOF-SW.
           READ REG-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-CATALOG-RTN.
      * THE CATALOG ARRIVES IN ASCENDING COURSE-ID ORDER FOR
      * SEARCH ALL - THE SAME TABLE SU41PGM79 BUILDS.
           IF WS-CRS-CNT < WS-CRS-MAX
               ADD 1 TO WS-CRS-CNT
               SET TBC-INDEX TO WS-CRS-CNT
               MOVE CRS-ID           TO TBC-ID(TBC-INDEX)
               MOVE CRS-CREDIT-HOURS TO TBC-HOURS(TBC-INDEX)
           ELSE
               DISPLAY 'SU41SECT ABEND - CATALOG TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-CRS-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CRS-FILE
               AT END MOVE 'F' TO CRS-EOF-SW.
       LOAD-CATALOG-RTN-EXIT. EXIT.

       LOAD-SECTION-RTN.
           IF WS-TBS-CNT < WS-TBS-MAX
               ADD 1 TO WS-TBS-CNT
               SET TBS-INDEX TO WS-TBS-CNT
               MOVE SCT-KEY TO TBS-KEY(TBS-INDEX)
               MOVE 0       TO TBS-ENROLLED(TBS-INDEX)
           ELSE
               DISPLAY 'SU41SECT ABEND - SECTION TABLE OVERFLOW'
               DISPLAY 'TABLE CAPACITY IS ' WS-TBS-MAX ' ROWS'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ SECT-FILE NEXT RECORD
               AT END MOVE 'F' TO SCT-EOF-SW.
       LOAD-SECTION-RTN-EXIT. EXIT.

       COUNT-REG-RTN.
      * EVERY UNDROPPED ROW HOLDS A SEAT.  A ROW FOR A SECTION THAT
      * IS NOT SCHEDULED IS COUNTED AND LISTED - THE REGISTRAR FED
      * US A SECTION NOBODY SET UP.
           ADD 1 TO WS-REG-CNT.
           IF RG-DROP-DATE NOT = 0
               ADD 1 TO WS-DROP-CNT
           ELSE
               MOVE RG-COURSE  TO WS-TBS-KEY(1:8)
               MOVE RG-SECTION TO WS-TBS-KEY(9:3)
               PERFORM LOOKUP-SECTION-RTN THRU LOOKUP-SECTION-RTN-EXIT
               IF SECT-FOUND
                   ADD 1 TO TBS-ENROLLED(TBS-INDEX)
               ELSE
                   ADD 1 TO WS-NOSECT-CNT
                   DISPLAY 'SU41SECT - NO SECTION ' RG-COURSE
                           ' ' RG-SECTION ' FOR SSN=' RG-SSN
               END-IF
           END-IF.
           READ REG-FILE
               AT END MOVE 'F' TO EOF-SW.
       COUNT-REG-RTN-EXIT. EXIT.

       LOOKUP-SECTION-RTN.
           MOVE 'N' TO SECT-FOUND-SW.
           IF WS-TBS-CNT = 0
               GO TO LOOKUP-SECTION-RTN-EXIT
           END-IF.
           SEARCH ALL WS-TBS-TBL
               AT END CONTINUE
               WHEN TBS-KEY(TBS-INDEX) = WS-TBS-KEY
                   MOVE 'Y' TO SECT-FOUND-SW
           END-SEARCH.
       LOOKUP-SECTION-RTN-EXIT. EXIT.

       START-SECTIONS-RTN.
      * SECOND PASS OF THE SECTION FILE, FROM THE TOP, TO STORE THE
      * COUNTS AND FILL THE OPEN SEATS.
           MOVE ' ' TO SCT-EOF-SW.
           MOVE LOW-VALUES TO SCT-KEY.
           START SECT-FILE KEY NOT LESS THAN SCT-KEY
               INVALID KEY MOVE 'F' TO SCT-EOF-SW.
           IF SCT-EOF-SW NOT = 'F'
               READ SECT-FILE NEXT RECORD
                   AT END MOVE 'F' TO SCT-EOF-SW
               END-READ
           END-IF.
       START-SECTIONS-RTN-EXIT. EXIT.

       UPDATE-SECTION-RTN.
           ADD 1 TO WS-SECT-CNT.
           MOVE SCT-KEY TO WS-TBS-KEY.
           PERFORM LOOKUP-SECTION-RTN THRU LOOKUP-SECTION-RTN-EXIT.
           IF SECT-FOUND
               MOVE TBS-ENROLLED(TBS-INDEX) TO WS-SECT-ENRL
           ELSE
               MOVE 0 TO WS-SECT-ENRL
           END-IF.
           MOVE 0 TO WS-SECT-PROM.
           MOVE 0 TO WS-SECT-WAIT.
      * REFRESH THE CATALOG HOURS THE ONLINE ADD/DROP SCREEN PRICES
      * AN ADD WITH.  A COURSE GONE FROM THE CATALOG CARRIES ZERO
      * HOURS, WHICH THE SCREEN REFUSES.
           MOVE SCT-COURSE TO WS-CRS-KEY.
           PERFORM LOOKUP-COURSE-RTN THRU LOOKUP-COURSE-RTN-EXIT.
           MOVE WS-ROW-HOURS TO SCT-CRS-HOURS.
           IF NOT CRS-FOUND
               ADD 1 TO WS-NOCAT-CNT
           END-IF.
           PERFORM BROWSE-WAITLIST-RTN THRU BROWSE-WAITLIST-RTN-EXIT.
           IF WS-SECT-ENRL > 999
               MOVE 999 TO SCT-ENROLLED
           ELSE
               MOVE WS-SECT-ENRL TO SCT-ENROLLED
           END-IF.
           MOVE WS-SECT-WAIT  TO SCT-WAIT-CNT.
           MOVE WS-RUN-DATE-8 TO SCT-COUNT-DATE.
           REWRITE SECT-RECORD
               INVALID KEY
                   DISPLAY 'SU41SECT SECTION REWRITE FAILED '
                           SCT-COURSE ' ' SCT-SECTION
                           ' STATUS=' SCT-RC
           END-REWRITE.
           PERFORM WRITE-SECTION-LINE-RTN.
           READ SECT-FILE NEXT RECORD
               AT END MOVE 'F' TO SCT-EOF-SW.
       UPDATE-SECTION-RTN-EXIT. EXIT.

       BROWSE-WAITLIST-RTN.
      * THE WAITLIST IS BROWSED IN SEQUENCE ORDER SO THE OLDEST
      * REQUEST GETS THE FIRST OPEN SEAT.  EVERYONE STILL WAITING
      * AFTER THE SEATS RUN OUT IS COUNTED FOR THE REPORT.
           MOVE SCT-COURSE  TO WL-COURSE.
           MOVE SCT-SECTION TO WL-SECTION.
           MOVE 0           TO WL-SEQ.
           START WAIT-FILE KEY NOT LESS THAN WL-KEY
               INVALID KEY GO TO BROWSE-WAITLIST-RTN-EXIT.
           IF NOT WL-OK
               GO TO BROWSE-WAITLIST-RTN-EXIT
           END-IF.
           MOVE 'N' TO BROWSE-DONE-SW.
           PERFORM READ-WAIT-RTN THRU READ-WAIT-RTN-EXIT
               UNTIL BROWSE-DONE.
       BROWSE-WAITLIST-RTN-EXIT. EXIT.

       READ-WAIT-RTN.
           READ WAIT-FILE NEXT RECORD
               AT END MOVE 'Y' TO BROWSE-DONE-SW
           END-READ.
           IF BROWSE-DONE OR NOT WL-OK
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-WAIT-RTN-EXIT
           END-IF.
           IF WL-COURSE NOT = SCT-COURSE
                   OR WL-SECTION NOT = SCT-SECTION
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-WAIT-RTN-EXIT
           END-IF.
           IF NOT WL-WAITING
               GO TO READ-WAIT-RTN-EXIT
           END-IF.
           IF SCT-CLOSED OR WS-SECT-ENRL NOT < SCT-CAPACITY
               ADD 1 TO WS-SECT-WAIT
               ADD 1 TO WS-WAITING-CNT
               GO TO READ-WAIT-RTN-EXIT
           END-IF.
           PERFORM CHECK-HOLDS-RTN.
           IF STUDENT-HELD
      * A HELD STUDENT KEEPS THEIR PLACE IN LINE BUT IS PASSED OVER
      * UNTIL THE HOLD IS LIFTED.
               ADD 1 TO WS-SECT-WAIT
               ADD 1 TO WS-HELD-CNT
               MOVE 'HELD - SKIPPED ' TO PL-ACTION
               PERFORM WRITE-PROM-LINE-RTN
               GO TO READ-WAIT-RTN-EXIT
           END-IF.
           PERFORM PROMOTE-RTN THRU PROMOTE-RTN-EXIT.
       READ-WAIT-RTN-EXIT. EXIT.

       CHECK-HOLDS-RTN.
           MOVE 'N' TO HELD-SW.
           PERFORM CHECK-ONE-HOLD-RTN
               VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > 3 OR STUDENT-HELD.
       CHECK-HOLDS-RTN-EXIT. EXIT.

       CHECK-ONE-HOLD-RTN.
           MOVE WL-SSN            TO HLD-SSN.
           MOVE WS-HTYPE(HOLD-SUB) TO HLD-TYPE.
           READ HOLD-FILE
               INVALID KEY MOVE '23' TO HLD-RC.
           IF HLD-OK
               MOVE 'Y' TO HELD-SW
           END-IF.
       CHECK-ONE-HOLD-RTN-EXIT. EXIT.

       PROMOTE-RTN.
           MOVE WL-COURSE TO WS-CRS-KEY.
           PERFORM LOOKUP-COURSE-RTN THRU LOOKUP-COURSE-RTN-EXIT.
           MOVE SPACES        TO PROM-REC.
           MOVE WL-SSN        TO PM-SSN.
           MOVE WL-COURSE     TO PM-COURSE.
           MOVE WL-SECTION    TO PM-SECTION.
           MOVE WS-ROW-HOURS  TO PM-CREDITS.
           MOVE WS-RUN-DATE-8 TO PM-ADD-DATE.
           MOVE 0             TO PM-DROP-DATE.
           MOVE 'BATCH   '    TO PM-USERID.
           MOVE WS-RUN-DATE-8 TO PM-CHG-DATE.
           MOVE WS-RUN-TIME(1:6) TO PM-CHG-TIME.
           MOVE 'SU41SECT'    TO PM-SOURCE.
      * THE SEAT IS CLAIMED ON REGOPEN FIRST - A STUDENT WHO ALREADY
      * HOLDS ONE IN THE SECTION COMES OFF THE WAITLIST INSTEAD.
           MOVE PROM-REC TO REGO-REC.
           WRITE REGO-REC
               INVALID KEY CONTINUE
           END-WRITE.
           IF REGO-DUP
               MOVE 'X'           TO WL-STATUS
               MOVE WS-RUN-DATE-8 TO WL-STATUS-DATE
               PERFORM REWRITE-WAIT-RTN THRU REWRITE-WAIT-RTN-EXIT
               MOVE 'ALREADY IN     ' TO PL-ACTION
               PERFORM WRITE-PROM-LINE-RTN
               GO TO PROMOTE-RTN-EXIT
           END-IF.
           IF NOT REGO-OK
               DISPLAY 'SU41SECT - REGOPEN WRITE FAILED SSN='
                       WL-SSN ' STATUS=' REGO-RC
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE 'P'           TO WL-STATUS.
           MOVE WS-RUN-DATE-8 TO WL-STATUS-DATE.
           PERFORM REWRITE-WAIT-RTN THRU REWRITE-WAIT-RTN-EXIT.
           WRITE PROM-REC.
           ADD 1 TO WS-SECT-ENRL.
           ADD 1 TO WS-SECT-PROM.
           ADD 1 TO WS-PROMOTE-CNT.
           MOVE 'PROMOTED       ' TO PL-ACTION.
           PERFORM WRITE-PROM-LINE-RTN.
       PROMOTE-RTN-EXIT. EXIT.

       REWRITE-WAIT-RTN.
           REWRITE WAIT-RECORD
               INVALID KEY
                   DISPLAY 'SU41SECT WAITLIST REWRITE FAILED SSN='
                           WL-SSN ' STATUS=' WL-RC
           END-REWRITE.
       REWRITE-WAIT-RTN-EXIT. EXIT.

       LOOKUP-COURSE-RTN.
           MOVE 'N' TO CRS-FOUND-SW.
           MOVE 0 TO WS-ROW-HOURS.
           IF WS-CRS-CNT = 0
               GO TO LOOKUP-COURSE-RTN-EXIT
           END-IF.
           SEARCH ALL WS-CRS-TBL
               AT END CONTINUE
               WHEN TBC-ID(TBC-INDEX) = WS-CRS-KEY
                   MOVE TBC-HOURS(TBC-INDEX) TO WS-ROW-HOURS
                   MOVE 'Y' TO CRS-FOUND-SW
           END-SEARCH.
       LOOKUP-COURSE-RTN-EXIT. EXIT.

       WRITE-PROM-LINE-RTN.
           MOVE WL-SSN     TO PL-SSN.
           MOVE WL-COURSE  TO PL-COURSE.
           MOVE WL-SECTION TO PL-SECTION.
           MOVE WL-SEQ     TO PL-SEQ.
           MOVE PROM-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-PROM-LINE-RTN-EXIT. EXIT.

       WRITE-SECTION-LINE-RTN.
           MOVE SCT-COURSE    TO DL-COURSE.
           MOVE SCT-SECTION   TO DL-SECTION.
           MOVE SCT-CAPACITY  TO DL-CAP-Z.
           MOVE WS-SECT-ENRL  TO DL-ENRL-Z.
           MOVE WS-SECT-WAIT  TO DL-WAIT-Z.
           MOVE WS-SECT-PROM  TO DL-PROM-Z.
           IF SCT-CAPACITY > 0
               COMPUTE WS-FILL-PCT ROUNDED =
                   WS-SECT-ENRL * 100 / SCT-CAPACITY
           ELSE
               MOVE 0 TO WS-FILL-PCT
           END-IF.
           MOVE WS-FILL-PCT TO DL-FILL-Z.
           EVALUATE TRUE
               WHEN WS-SECT-ENRL > SCT-CAPACITY
                   ADD 1 TO WS-OVER-CNT
                   MOVE 'OVER CAPACITY       ' TO DL-NOTE
               WHEN SCT-CLOSED
                   MOVE 'SECTION CLOSED      ' TO DL-NOTE
               WHEN WS-SECT-ENRL = SCT-CAPACITY
                   ADD 1 TO WS-FULL-CNT
                   MOVE 'FULL                ' TO DL-NOTE
               WHEN NOT CRS-FOUND
                   MOVE 'NOT IN CATALOG      ' TO DL-NOTE
               WHEN OTHER
                   MOVE SPACES TO DL-NOTE
           END-EVALUATE.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-SECTION-LINE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'REGISTRATION ROWS READ                  '
               TO CTL-LABEL.
           MOVE WS-REG-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'DROPPED ROWS (SEATS RELEASED)           '
               TO CTL-LABEL.
           MOVE WS-DROP-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ROWS FOR UNSCHEDULED SECTIONS           '
               TO CTL-LABEL.
           MOVE WS-NOSECT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SECTIONS                                '
               TO CTL-LABEL.
           MOVE WS-SECT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SECTIONS NOT IN THE CATALOG             '
               TO CTL-LABEL.
           MOVE WS-NOCAT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SECTIONS FULL                           '
               TO CTL-LABEL.
           MOVE WS-FULL-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'SECTIONS OVER CAPACITY                  '
               TO CTL-LABEL.
           MOVE WS-OVER-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'WAITLISTED STUDENTS PROMOTED            '
               TO CTL-LABEL.
           MOVE WS-PROMOTE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'PASSED OVER FOR A HOLD                  '
               TO CTL-LABEL.
           MOVE WS-HELD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'STILL WAITING                           '
               TO CTL-LABEL.
           MOVE WS-WAITING-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-NOSECT-CNT > 0 OR WS-OVER-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE REG-FILE CRS-FILE SECT-FILE WAIT-FILE HOLD-FILE
                 REGO-FILE PROM-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
