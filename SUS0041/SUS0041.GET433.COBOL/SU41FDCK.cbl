       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41FDCK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT MAN-FILE  ASSIGN TO FMFILE
                     FILE STATUS IS MAN-FS.
            SELECT FEEDRCV-FILE
              ASSIGN TO FRFILE
                ORGANIZATION IS INDEXED
                  ACCESS IS RANDOM
                    RECORD KEY IS FR-KEY
                      FILE STATUS IS FR-FS.
            SELECT FEED-IN1  ASSIGN TO FEEDI1
                     FILE STATUS IS FI1-FS.
            SELECT FEED-IN2  ASSIGN TO FEEDI2
                     FILE STATUS IS FI2-FS.
            SELECT FEED-IN3  ASSIGN TO FEEDI3
                     FILE STATUS IS FI3-FS.
            SELECT FEED-IN4  ASSIGN TO FEEDI4
                     FILE STATUS IS FI4-FS.
            SELECT FEED-IN5  ASSIGN TO FEEDI5
                     FILE STATUS IS FI5-FS.
            SELECT FEED-IN6  ASSIGN TO FEEDI6
                     FILE STATUS IS FI6-FS.
            SELECT FEED-IN7  ASSIGN TO FEEDI7
                     FILE STATUS IS FI7-FS.
            SELECT FEED-OUT1 ASSIGN TO FEEDO1
                     FILE STATUS IS FO1-FS.
            SELECT FEED-OUT2 ASSIGN TO FEEDO2
                     FILE STATUS IS FO2-FS.
            SELECT FEED-OUT3 ASSIGN TO FEEDO3
                     FILE STATUS IS FO3-FS.
            SELECT FEED-OUT4 ASSIGN TO FEEDO4
                     FILE STATUS IS FO4-FS.
            SELECT FEED-OUT5 ASSIGN TO FEEDO5
                     FILE STATUS IS FO5-FS.
            SELECT FEED-OUT6 ASSIGN TO FEEDO6
                     FILE STATUS IS FO6-FS.
            SELECT FEED-OUT7 ASSIGN TO FEEDO7
                     FILE STATUS IS FO7-FS.
            COPY SCHEDSEL.
            COPY BDTSEL.
            COPY RUNSTSEL.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  MAN-FILE.
       01  MAN-REC            PIC X(80).

       FD  FEEDRCV-FILE.
       01  FEEDRCV-REC.
           COPY FEEDRCV.

      **** THE SEVEN RECEIPT SLOTS - EACH FEED ARRIVES ON THE FEEDIn
      **** DD ITS MANIFEST RECORD NAMES, AND WHAT PROVES GOOD GOES TO
      **** THE MATCHING FEEDOn DATASET THE POSTING STEP READS. ********
       FD  FEED-IN1.
       01  FEED-IN1-REC       PIC X(80).
       FD  FEED-IN2.
       01  FEED-IN2-REC       PIC X(80).
       FD  FEED-IN3.
       01  FEED-IN3-REC       PIC X(80).
       FD  FEED-IN4.
       01  FEED-IN4-REC       PIC X(80).
       FD  FEED-IN5.
       01  FEED-IN5-REC       PIC X(80).
       FD  FEED-IN6.
       01  FEED-IN6-REC       PIC X(80).
       FD  FEED-IN7.
       01  FEED-IN7-REC       PIC X(80).
       FD  FEED-OUT1.
       01  FEED-OUT1-REC      PIC X(80).
       FD  FEED-OUT2.
       01  FEED-OUT2-REC      PIC X(80).
       FD  FEED-OUT3.
       01  FEED-OUT3-REC      PIC X(80).
       FD  FEED-OUT4.
       01  FEED-OUT4-REC      PIC X(80).
       FD  FEED-OUT5.
       01  FEED-OUT5-REC      PIC X(80).
       FD  FEED-OUT6.
       01  FEED-OUT6-REC      PIC X(80).
       FD  FEED-OUT7.
       01  FEED-OUT7-REC      PIC X(80).

      **** SCHEDCTL, READ AND REWRITTEN IN PLACE - THE BYTE VIEW LETS
      **** THE MANIFEST NAME A STEP'S FLAG BY ITS POSITION. ***********
       COPY SCHEDFD.
       01  SCHED-BYTES.
           05  SCHED-BYTE     PIC X     OCCURS 80 TIMES.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       COPY RUNSTFD.

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * PRE-WINDOW INBOUND FEED       *
      *                                * CHECK.  RUNS AHEAD OF THE     *
      *                                * POSTING STEPS AND, FOR EVERY  *
      *                                * FEED ON THE MANIFEST, PROVES  *
      *                                * THE FILE ARRIVED, BALANCES    *
      *                                * ITS RECORD COUNT AND HASH TO  *
      *                                * THE SENDER'S TRAILER, AND     *
      *                                * REFUSES A TRANSMISSION THE    *
      *                                * RECEIPT LOG HAS ALREADY SEEN. *
      *                                * A GOOD FEED IS RELEASED TO    *
      *                                * ITS POSTING STEP; A MISSING,  *
      *                                * UNBALANCED OR REPEATED ONE IS *
      *                                * HELD BACK, ITS STEP IS SET TO *
      *                                * SKIP ON SCHEDCTL AND THE      *
      *                                * OPERATOR IS ALERTED.          *
      *                                *********************************
       01  WS-WORK-AREA.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  MAN-EOF-SW      PIC X         VALUE SPACES.
           05  FEED-EOF-SW     PIC X         VALUE SPACES.
           05  WS-DAY-SUB      PIC 9(1)      VALUE 0.
           05  WS-DUE-SW       PIC X         VALUE 'N'.
               88  WS-FEED-DUE               VALUE 'Y'.
           05  WS-GOOD-SW      PIC X         VALUE 'N'.
               88  WS-FEED-GOOD              VALUE 'Y'.
           05  WS-IN-OPEN-SW   PIC X         VALUE 'N'.
               88  WS-IN-OPEN                VALUE 'Y'.
           05  WS-OUT-OPEN-SW  PIC X         VALUE 'N'.
               88  WS-OUT-OPEN               VALUE 'Y'.
           05  WS-HOLD-SW      PIC X         VALUE 'N'.
               88  WS-HOLDING                VALUE 'Y'.
           05  WS-MID-TRL-SW   PIC X         VALUE 'N'.
               88  WS-MID-TRAILER            VALUE 'Y'.
           05  WS-SLOT-USED    PIC X(7)      VALUE SPACES.
           05  WS-SLOT-USED-R  REDEFINES WS-SLOT-USED.
               10  WS-SLOT-FLAG PIC X        OCCURS 7 TIMES.
           05  WS-MARKS        PIC X(80)     VALUE SPACES.
           05  WS-MARKS-R      REDEFINES WS-MARKS.
               10  WS-MARK     PIC X         OCCURS 80 TIMES.
           05  WS-MARK-CNT     PIC 9(3)      VALUE 0.
           05  WS-SCHED-SUB    PIC 9(3)      VALUE 0.
           05  WS-HASH-END     PIC 9(3)      VALUE 0.
           05  WS-IN-FS        PIC XX        VALUE '00'.
           05  WS-OUT-FS       PIC XX        VALUE '00'.
           05  WS-RESULT       PIC X(20)     VALUE SPACES.
           05  WS-HOLD-REC     PIC X(80)     VALUE SPACES.
           05  WS-NEXT-REC     PIC X(80)     VALUE SPACES.
           05  WS-HASH-X       PIC X(15)     JUSTIFIED RIGHT
                                             VALUE SPACES.
           05  WS-HASH-N       REDEFINES WS-HASH-X
                               PIC 9(15).
           05  WS-FEED-HASH    PIC 9(15)     VALUE 0.
           05  WS-HASH-13      PIC 9(13)     VALUE 0.
           05  WS-DTL-CNT      PIC 9(7)      VALUE 0.
           05  WS-REC-CNT      PIC 9(7)      VALUE 0.
           05  WS-REL-CNT      PIC 9(7)      VALUE 0.
           05  FM-SUB          PIC 9(2)      VALUE 0.
           05  FM-CNT          PIC 9(2)      VALUE 0.
           05  FM-MAX          PIC 9(2)      VALUE 7.
           05  WS-DUE-CNT      PIC 9(5)      VALUE 0.
           05  WS-GOOD-CNT     PIC 9(5)      VALUE 0.
           05  WS-ALERT-CNT    PIC 9(5)      VALUE 0.
           05  WS-READ-TOT     PIC 9(7)      VALUE 0.
           05  WS-REL-TOT      PIC 9(7)      VALUE 0.
           05  WS-HELD-TOT     PIC 9(7)      VALUE 0.
           05  WS-TRL-TOT      PIC 9(7)      VALUE 0.
           05  MAN-FS          PIC XX        VALUE '00'.
               88  MAN-FS-OK                 VALUE '00'.
           05  FR-FS           PIC XX        VALUE '00'.
               88  FR-FS-OK                  VALUE '00'.
               88  FR-FS-NOTFND              VALUE '23'.
           05  FI1-FS          PIC XX        VALUE '00'.
           05  FI2-FS          PIC XX        VALUE '00'.
           05  FI3-FS          PIC XX        VALUE '00'.
           05  FI4-FS          PIC XX        VALUE '00'.
           05  FI5-FS          PIC XX        VALUE '00'.
           05  FI6-FS          PIC XX        VALUE '00'.
           05  FI7-FS          PIC XX        VALUE '00'.
           05  FO1-FS          PIC XX        VALUE '00'.
           05  FO2-FS          PIC XX        VALUE '00'.
           05  FO3-FS          PIC XX        VALUE '00'.
           05  FO4-FS          PIC XX        VALUE '00'.
           05  FO5-FS          PIC XX        VALUE '00'.
           05  FO6-FS          PIC XX        VALUE '00'.
           05  FO7-FS          PIC XX        VALUE '00'.
           05  SCHED-FS        PIC XX        VALUE '00'.
               88  SCHED-FS-OK               VALUE '00'.
           05  STATUS-FS       PIC XX        VALUE '00'.
               88  STATUS-FS-OK              VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** THE MANIFEST, LOADED WHOLE - ONE ENTRY PER RECEIPT SLOT ****
       01  MAN-TABLE-AREA.
           05  MT-REC          PIC X(80)     OCCURS 7 TIMES.

       01  FEED-MANIFEST-ENTRY.
           COPY FEEDMAN.

       01  FEED-TRAILER-AREA.
           COPY FEEDTRL.

       01  DAY-NAME-TBL.
           05  FILLER          PIC X(9)  VALUE 'MONDAY   '.
           05  FILLER          PIC X(9)  VALUE 'TUESDAY  '.
           05  FILLER          PIC X(9)  VALUE 'WEDNESDAY'.
           05  FILLER          PIC X(9)  VALUE 'THURSDAY '.
           05  FILLER          PIC X(9)  VALUE 'FRIDAY   '.
           05  FILLER          PIC X(9)  VALUE 'SATURDAY '.
           05  FILLER          PIC X(9)  VALUE 'SUNDAY   '.
       01  DAY-NAME-R REDEFINES DAY-NAME-TBL.
           05  DAY-NAME        PIC X(9)  OCCURS 7 TIMES.

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'INBOUND FEED RECEIPT CHECK              '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(17) VALUE 'PROCESSING DATE: '.
           05 HDG-PROC-DATE   PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 HDG-DAY         PIC X(9).
           05 FILLER          PIC X(44) VALUE SPACES.

       01  COL-HDG.
           05 FILLER          PIC X(38) VALUE
                   'FEED    SLOT  DUE STEP      FILE DATE '.
           05 FILLER          PIC X(42) VALUE
                   'SEQ  RECORDS  RESULT                      '.

       01  DETAIL-LINE.
           05 DL-FEED         PIC X(8).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 DL-SLOT         PIC 9(1).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-DUE          PIC X(3).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-PGM          PIC X(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FILE-DATE    PIC X(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SEQ          PIC X(4).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-COUNT        PIC ZZZ,ZZ9.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-RESULT       PIC X(20).
           05 FILLER          PIC X(8)  VALUE SPACES.

       01  PROOF-LINE.
           05 FILLER          PIC X(4)  VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE 'TRAILER '.
           05 PL-TRL-COUNT    PIC 9(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-TRL-HASH     PIC 9(13).
           05 FILLER          PIC X(10) VALUE '  COUNTED '.
           05 PL-CNT          PIC 9(7).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 PL-HASH         PIC 9(13).
           05 FILLER          PIC X(16) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM SET-RUN-START-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM LOAD-MANIFEST-RTN THRU LOAD-MANIFEST-RTN-EXIT.
           PERFORM HDG-ROUTINE.
           PERFORM CHECK-FEED-RTN THRU CHECK-FEED-RTN-EXIT
               VARYING FM-SUB FROM 1 BY 1 UNTIL FM-SUB > FM-CNT.
           PERFORM MARK-SCHEDULE-RTN THRU MARK-SCHEDULE-RTN-EXIT.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           PERFORM LOG-RUN-STATUS-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41FDCK - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * "EXPECTED TODAY" IS THE PROCESSING DATE'S WEEKDAY AND
      * HOLIDAY STATUS, NOT THE CLOCK'S.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41FDCK ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE BDT-PROCESSING-DATE TO BDT-DATE.
           PERFORM TEST-BUSINESS-DAY-RTN
               THRU TEST-BUSINESS-DAY-RTN-EXIT.
           IF BDT-DOW = 0
               MOVE 7 TO WS-DAY-SUB
           ELSE
               MOVE BDT-DOW TO WS-DAY-SUB
           END-IF.
      * WITHOUT THE MANIFEST NOTHING IS KNOWN TO BE EXPECTED, AND
      * WITHOUT THE RECEIPT LOG A REPEAT CANNOT BE REFUSED - EITHER
      * WAY NO FEED IS RELEASED.
           OPEN INPUT MAN-FILE.
           IF NOT MAN-FS-OK
               DISPLAY 'SU41FDCK - MAN-FILE OPEN FAILED, STATUS='
                       MAN-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE
               GOBACK
           END-IF.
           OPEN I-O FEEDRCV-FILE.
           IF NOT FR-FS-OK
               DISPLAY 'SU41FDCK - FEEDRCV OPEN FAILED, STATUS='
                       FR-FS
               MOVE 16 TO RETURN-CODE
               CLOSE OUT-FILE MAN-FILE
               GOBACK
           END-IF.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-MANIFEST-RTN.
           READ MAN-FILE INTO FEED-MANIFEST-ENTRY
               AT END MOVE 'F' TO MAN-EOF-SW.
           PERFORM LOAD-ONE-FEED-RTN THRU LOAD-ONE-FEED-RTN-EXIT
               UNTIL MAN-EOF-SW = 'F'.
           CLOSE MAN-FILE.
           IF FM-CNT = 0
               DISPLAY 'SU41FDCK ALERT - FEED MANIFEST IS EMPTY'
               ADD 1 TO WS-ALERT-CNT
           END-IF.
       LOAD-MANIFEST-RTN-EXIT. EXIT.

       LOAD-ONE-FEED-RTN.
      * A RECORD THAT CANNOT BE ACTED ON IS REPORTED AND LEFT OUT -
      * THE REST OF THE MANIFEST IS STILL CHECKED.
           IF FM-SLOT NOT NUMERIC OR FM-SLOT < 1 OR FM-SLOT > 7
               DISPLAY 'SU41FDCK ALERT - MANIFEST ' FM-FEED-ID
                       ' HAS NO VALID SLOT'
               ADD 1 TO WS-ALERT-CNT
               GO TO LOAD-ONE-FEED-NEXT
           END-IF.
           IF WS-SLOT-FLAG(FM-SLOT) = 'Y'
               DISPLAY 'SU41FDCK ALERT - MANIFEST ' FM-FEED-ID
                       ' SLOT ' FM-SLOT ' ALREADY IN USE'
               ADD 1 TO WS-ALERT-CNT
               GO TO LOAD-ONE-FEED-NEXT
           END-IF.
           IF FM-SCHED-POS NOT NUMERIC OR FM-SCHED-POS > 80
               MOVE 0 TO FM-SCHED-POS
           END-IF.
           IF FM-HASH-POS NOT NUMERIC OR FM-HASH-LEN NOT NUMERIC
               MOVE 0 TO FM-HASH-POS FM-HASH-LEN
           END-IF.
           COMPUTE WS-HASH-END = FM-HASH-POS + FM-HASH-LEN - 1.
           IF FM-HASH-LEN > 15
                   OR (FM-HASH-LEN > 0
                       AND (FM-HASH-POS = 0 OR WS-HASH-END > 80))
               DISPLAY 'SU41FDCK ALERT - MANIFEST ' FM-FEED-ID
                       ' HASH FIELD OUTSIDE THE RECORD'
               ADD 1 TO WS-ALERT-CNT
               GO TO LOAD-ONE-FEED-NEXT
           END-IF.
           ADD 1 TO FM-CNT.
           IF FM-CNT > FM-MAX
               DISPLAY 'SU41FDCK ALERT - MANIFEST OVER ' FM-MAX
                       ' FEEDS, ' FM-FEED-ID ' NOT CHECKED'
               ADD 1 TO WS-ALERT-CNT
               MOVE FM-MAX TO FM-CNT
               GO TO LOAD-ONE-FEED-NEXT
           END-IF.
           MOVE 'Y' TO WS-SLOT-FLAG(FM-SLOT).
           MOVE FEED-MANIFEST-ENTRY TO MT-REC(FM-CNT).
       LOAD-ONE-FEED-NEXT.
           READ MAN-FILE INTO FEED-MANIFEST-ENTRY
               AT END MOVE 'F' TO MAN-EOF-SW.
       LOAD-ONE-FEED-RTN-EXIT. EXIT.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE BDT-PROCESSING-DATE TO HDG-PROC-DATE.
           MOVE DAY-NAME(WS-DAY-SUB) TO HDG-DAY.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE COL-HDG TO OUT-REC.
           WRITE OUT-REC.
       HDG-ROUTINE-EXIT. EXIT.

       CHECK-FEED-RTN.
           MOVE MT-REC(FM-SUB) TO FEED-MANIFEST-ENTRY.
           MOVE SPACES TO WS-RESULT FEED-EOF-SW.
           MOVE 'N' TO WS-GOOD-SW WS-IN-OPEN-SW WS-OUT-OPEN-SW
                       WS-HOLD-SW WS-MID-TRL-SW.
           MOVE 0 TO WS-DTL-CNT WS-REC-CNT WS-REL-CNT WS-FEED-HASH.
           MOVE SPACES TO FEED-TRAILER-AREA.
      * DUE WHEN THE PROCESSING DATE FALLS ON ONE OF THE SENDER'S
      * TRANSMISSION DAYS.
           MOVE 'N' TO WS-DUE-SW.
           IF FM-DAY(WS-DAY-SUB) = 'Y'
               MOVE 'Y' TO WS-DUE-SW
               ADD 1 TO WS-DUE-CNT
           END-IF.
      * THE RELEASE IS REWRITTEN EVERY RUN, SO YESTERDAY'S FILE IS
      * NEVER LEFT WHERE THE POSTING STEP WOULD READ IT AGAIN.
           PERFORM OPEN-RELEASE-RTN THRU OPEN-RELEASE-RTN-EXIT.
           IF WS-OUT-FS NOT = '00'
               MOVE 'RELEASE OPEN FAILED ' TO WS-RESULT
               GO TO CHECK-FEED-FINISH
           END-IF.
           MOVE 'Y' TO WS-OUT-OPEN-SW.
           PERFORM OPEN-SLOT-RTN THRU OPEN-SLOT-RTN-EXIT.
           IF WS-IN-FS NOT = '00'
               MOVE 'MISSING             ' TO WS-RESULT
               GO TO CHECK-FEED-FINISH
           END-IF.
           MOVE 'Y' TO WS-IN-OPEN-SW.
           PERFORM READ-SLOT-RTN THRU READ-SLOT-RTN-EXIT.
           IF FEED-EOF-SW = 'F'
               MOVE 'MISSING - EMPTY FILE' TO WS-RESULT
               GO TO CHECK-FEED-FINISH
           END-IF.
           MOVE WS-NEXT-REC TO WS-HOLD-REC.
           MOVE 'Y' TO WS-HOLD-SW.
           ADD 1 TO WS-REC-CNT.
           PERFORM READ-SLOT-RTN THRU READ-SLOT-RTN-EXIT.
           PERFORM FEED-BODY-RTN THRU FEED-BODY-RTN-EXIT
               UNTIL FEED-EOF-SW = 'F'.
      * WHAT IS LEFT HOLDING IS THE LAST RECORD - THE TRAILER.
           MOVE WS-HOLD-REC TO FEED-TRAILER-AREA.
           PERFORM PROVE-FEED-RTN THRU PROVE-FEED-RTN-EXIT.
       CHECK-FEED-FINISH.
           IF WS-IN-OPEN
               PERFORM CLOSE-SLOT-RTN THRU CLOSE-SLOT-RTN-EXIT
           END-IF.
           IF WS-OUT-OPEN
               PERFORM CLOSE-RELEASE-RTN THRU CLOSE-RELEASE-RTN-EXIT
           END-IF.
           ADD WS-REC-CNT TO WS-READ-TOT.
           IF WS-FEED-GOOD
               ADD 1 TO WS-GOOD-CNT
               ADD WS-REL-CNT TO WS-REL-TOT
               COMPUTE WS-TRL-TOT = WS-TRL-TOT
                                  + WS-REC-CNT - WS-REL-CNT
           ELSE
               ADD WS-REC-CNT TO WS-HELD-TOT
               PERFORM HOLD-BACK-RTN THRU HOLD-BACK-RTN-EXIT
           END-IF.
           PERFORM FEED-LINE-RTN THRU FEED-LINE-RTN-EXIT.
       CHECK-FEED-RTN-EXIT. EXIT.

       FEED-BODY-RTN.
      * THE RECORD HELD IS NOT THE LAST, SO IT IS BODY: COUNTED,
      * HASHED AND WRITTEN TO THE RELEASE.  A TRAILER ANYWHERE BUT
      * LAST IS TWO TRANSMISSIONS RUN TOGETHER.
           IF WS-HOLD-REC(1:3) = 'TRL'
               MOVE 'Y' TO WS-MID-TRL-SW
           END-IF.
           IF NOT FM-SENDER-FRAMED
                   OR WS-HOLD-REC(1:3) = FM-DTL-TAG
               ADD 1 TO WS-DTL-CNT
               PERFORM HASH-RECORD-RTN THRU HASH-RECORD-RTN-EXIT
           END-IF.
           PERFORM WRITE-RELEASE-RTN THRU WRITE-RELEASE-RTN-EXIT.
           MOVE WS-NEXT-REC TO WS-HOLD-REC.
           ADD 1 TO WS-REC-CNT.
           PERFORM READ-SLOT-RTN THRU READ-SLOT-RTN-EXIT.
       FEED-BODY-RTN-EXIT. EXIT.

       HASH-RECORD-RTN.
      * DIGITS THAT ARE NOT NUMERIC ADD NOTHING - THE SENDER HASHES
      * THE SAME WAY, SO A BAD FIELD STILL PROVES AND THE POSTING
      * STEP'S OWN EDIT REJECTS IT.
           IF FM-HASH-LEN = 0
               GO TO HASH-RECORD-RTN-EXIT
           END-IF.
           MOVE WS-HOLD-REC(FM-HASH-POS:FM-HASH-LEN) TO WS-HASH-X.
           INSPECT WS-HASH-X REPLACING LEADING SPACE BY ZERO.
           IF WS-HASH-N NUMERIC
               ADD WS-HASH-N TO WS-FEED-HASH
           END-IF.
       HASH-RECORD-RTN-EXIT. EXIT.

       PROVE-FEED-RTN.
           IF NOT FT-TRAILER
               MOVE 'NO TRAILER          ' TO WS-RESULT
               GO TO PROVE-FEED-RTN-EXIT
           END-IF.
           IF WS-MID-TRAILER
               MOVE 'TRAILER NOT LAST    ' TO WS-RESULT
               GO TO PROVE-FEED-RTN-EXIT
           END-IF.
           IF FT-COUNT NOT NUMERIC OR FT-HASH NOT NUMERIC
                   OR FT-FILE-DATE NOT NUMERIC
                   OR FT-FILE-SEQ NOT NUMERIC
                   OR FT-FILE-DATE = 0
               MOVE 'BAD TRAILER         ' TO WS-RESULT
               GO TO PROVE-FEED-RTN-EXIT
           END-IF.
           MOVE WS-FEED-HASH TO WS-HASH-13.
           IF FT-COUNT NOT = WS-DTL-CNT OR FT-HASH NOT = WS-HASH-13
               MOVE 'OUT OF BALANCE      ' TO WS-RESULT
               GO TO PROVE-FEED-RTN-EXIT
           END-IF.
      * A FRAMED FILE GOES TO ITS POSTING STEP WHOLE, TRAILER AND
      * ALL - THAT STEP PROVES IT AGAIN BEFORE IT POSTS.
           IF FM-SENDER-FRAMED
               PERFORM WRITE-RELEASE-RTN THRU WRITE-RELEASE-RTN-EXIT
           END-IF.
           PERFORM LOG-RECEIPT-RTN THRU LOG-RECEIPT-RTN-EXIT.
       PROVE-FEED-RTN-EXIT. EXIT.

       LOG-RECEIPT-RTN.
      * THE SAME TRANSMISSION CHECKED AGAIN ON THE SAME BUSINESS DAY
      * IS A RESTART OF THIS RUN, NOT A SECOND DELIVERY.
           MOVE FM-FEED-ID   TO FR-FEED-ID.
           MOVE FT-FILE-DATE TO FR-FILE-DATE.
           MOVE FT-FILE-SEQ  TO FR-FILE-SEQ.
           READ FEEDRCV-FILE.
           IF FR-FS-OK
               IF FR-PROC-DATE = BDT-PROCESSING-DATE
                   MOVE 'RE-RELEASED         ' TO WS-RESULT
                   MOVE 'Y' TO WS-GOOD-SW
               ELSE
                   MOVE 'ALREADY RECEIVED    ' TO WS-RESULT
               END-IF
               GO TO LOG-RECEIPT-RTN-EXIT
           END-IF.
           IF NOT FR-FS-NOTFND
               DISPLAY 'SU41FDCK - FEEDRCV READ FAILED, STATUS='
                       FR-FS
               MOVE 'RECEIPT LOG ERROR   ' TO WS-RESULT
               GO TO LOG-RECEIPT-RTN-EXIT
           END-IF.
           MOVE SPACES TO FEEDRCV-REC.
           MOVE FM-FEED-ID          TO FR-FEED-ID.
           MOVE FT-FILE-DATE        TO FR-FILE-DATE.
           MOVE FT-FILE-SEQ         TO FR-FILE-SEQ.
           MOVE BDT-PROCESSING-DATE TO FR-PROC-DATE.
           ACCEPT FR-RECV-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-TIME(1:6)    TO FR-RECV-TIME.
           MOVE WS-DTL-CNT          TO FR-COUNT.
           MOVE WS-HASH-13          TO FR-HASH.
           MOVE FM-DEP-PGM          TO FR-DEP-PGM.
           WRITE FEEDRCV-REC
               INVALID KEY
                   DISPLAY 'SU41FDCK - FEEDRCV WRITE FAILED, STATUS='
                           FR-FS
                   MOVE 'RECEIPT LOG ERROR   ' TO WS-RESULT
                   GO TO LOG-RECEIPT-RTN-EXIT
           END-WRITE.
           MOVE 'RELEASED            ' TO WS-RESULT.
           MOVE 'Y' TO WS-GOOD-SW.
       LOG-RECEIPT-RTN-EXIT. EXIT.

       HOLD-BACK-RTN.
      * NOTHING OF A FEED THAT DID NOT PROVE REACHES ITS STEP: THE
      * RELEASE IS EMPTIED AND THE STEP SET TO SKIP.  A FEED THAT
      * WAS NOT DUE AND BROUGHT NOTHING NEW IS NOT A FAULT.
           IF WS-OUT-OPEN
               PERFORM OPEN-RELEASE-RTN THRU OPEN-RELEASE-RTN-EXIT
               PERFORM CLOSE-RELEASE-RTN THRU CLOSE-RELEASE-RTN-EXIT
           END-IF.
           IF NOT WS-FEED-DUE
                   AND (WS-RESULT(1:7) = 'MISSING'
                        OR WS-RESULT = 'ALREADY RECEIVED')
               MOVE 'NOT DUE - NONE      ' TO WS-RESULT
               GO TO HOLD-BACK-RTN-EXIT
           END-IF.
           ADD 1 TO WS-ALERT-CNT.
           IF FM-SCHED-POS > 0
               MOVE 'N' TO WS-MARK(FM-SCHED-POS)
               ADD 1 TO WS-MARK-CNT
               DISPLAY 'SU41FDCK ALERT - FEED ' FM-FEED-ID ' '
                       WS-RESULT ' - ' FM-DEP-PGM ' SET TO SKIP'
           ELSE
               DISPLAY 'SU41FDCK ALERT - FEED ' FM-FEED-ID ' '
                       WS-RESULT ' - ' FM-DEP-PGM ' RELEASE EMPTY'
           END-IF.
       HOLD-BACK-RTN-EXIT. EXIT.

       FEED-LINE-RTN.
           MOVE FM-FEED-ID   TO DL-FEED.
           MOVE FM-SLOT      TO DL-SLOT.
           IF WS-FEED-DUE
               MOVE 'YES' TO DL-DUE
           ELSE
               MOVE 'NO ' TO DL-DUE
           END-IF.
           MOVE FM-DEP-PGM   TO DL-PGM.
           IF FT-TRAILER AND FT-FILE-DATE NUMERIC
                   AND FT-FILE-SEQ NUMERIC
               MOVE FT-FILE-DATE TO DL-FILE-DATE
               MOVE FT-FILE-SEQ  TO DL-SEQ
           ELSE
               MOVE SPACES TO DL-FILE-DATE DL-SEQ
           END-IF.
           MOVE WS-DTL-CNT   TO DL-COUNT.
           MOVE WS-RESULT    TO DL-RESULT.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-RESULT = 'OUT OF BALANCE'
               MOVE FT-COUNT   TO PL-TRL-COUNT
               MOVE FT-HASH    TO PL-TRL-HASH
               MOVE WS-DTL-CNT TO PL-CNT
               MOVE WS-HASH-13 TO PL-HASH
               MOVE PROOF-LINE TO OUT-REC
               WRITE OUT-REC
           END-IF.
       FEED-LINE-RTN-EXIT. EXIT.

       MARK-SCHEDULE-RTN.
      * SCHEDCTL IS WRITTEN FRESH BY THE RESTART MANAGER AHEAD OF
      * THIS STEP; ONLY THE FLAGS OF HELD-BACK FEEDS ARE TOUCHED.
           IF WS-MARK-CNT = 0
               GO TO MARK-SCHEDULE-RTN-EXIT
           END-IF.
           OPEN I-O SCHED-FILE.
           IF NOT SCHED-FS-OK
               DISPLAY 'SU41FDCK ALERT - SCHED-FILE OPEN FAILED, '
                       'STATUS=' SCHED-FS ' - NO STEP SET TO SKIP'
               ADD 1 TO WS-ALERT-CNT
               GO TO MARK-SCHEDULE-RTN-EXIT
           END-IF.
           READ SCHED-FILE
               AT END MOVE '10' TO SCHED-FS.
           IF NOT SCHED-FS-OK
               DISPLAY 'SU41FDCK ALERT - SCHED-FILE EMPTY'
                       ' - NO STEP SET TO SKIP'
               ADD 1 TO WS-ALERT-CNT
               CLOSE SCHED-FILE
               GO TO MARK-SCHEDULE-RTN-EXIT
           END-IF.
           PERFORM APPLY-MARK-RTN
               VARYING WS-SCHED-SUB FROM 1 BY 1
               UNTIL WS-SCHED-SUB > 80.
           REWRITE SCHED-REC.
           IF NOT SCHED-FS-OK
               DISPLAY 'SU41FDCK ALERT - SCHED-FILE REWRITE FAILED, '
                       'STATUS=' SCHED-FS
               ADD 1 TO WS-ALERT-CNT
           END-IF.
           CLOSE SCHED-FILE.
       MARK-SCHEDULE-RTN-EXIT. EXIT.

       APPLY-MARK-RTN.
           IF WS-MARK(WS-SCHED-SUB) = 'N'
               MOVE 'N' TO SCHED-BYTE(WS-SCHED-SUB)
           END-IF.
       APPLY-MARK-RTN-EXIT. EXIT.

      **** ONE PARAGRAPH PER FILE OPERATION, EACH DISPATCHING ON THE
      **** FEED'S SLOT - THE ONLY PLACE THE SEVEN DD PAIRS ARE NAMED.

       OPEN-SLOT-RTN.
           EVALUATE FM-SLOT
               WHEN 1 OPEN INPUT FEED-IN1
                      MOVE FI1-FS TO WS-IN-FS
               WHEN 2 OPEN INPUT FEED-IN2
                      MOVE FI2-FS TO WS-IN-FS
               WHEN 3 OPEN INPUT FEED-IN3
                      MOVE FI3-FS TO WS-IN-FS
               WHEN 4 OPEN INPUT FEED-IN4
                      MOVE FI4-FS TO WS-IN-FS
               WHEN 5 OPEN INPUT FEED-IN5
                      MOVE FI5-FS TO WS-IN-FS
               WHEN 6 OPEN INPUT FEED-IN6
                      MOVE FI6-FS TO WS-IN-FS
               WHEN 7 OPEN INPUT FEED-IN7
                      MOVE FI7-FS TO WS-IN-FS
           END-EVALUATE.
       OPEN-SLOT-RTN-EXIT. EXIT.

       READ-SLOT-RTN.
           EVALUATE FM-SLOT
               WHEN 1 READ FEED-IN1 INTO WS-NEXT-REC
                          AT END MOVE 'F' TO FEED-EOF-SW
                      END-READ
               WHEN 2 READ FEED-IN2 INTO WS-NEXT-REC
                          AT END MOVE 'F' TO FEED-EOF-SW
                      END-READ
               WHEN 3 READ FEED-IN3 INTO WS-NEXT-REC
                          AT END MOVE 'F' TO FEED-EOF-SW
                      END-READ
               WHEN 4 READ FEED-IN4 INTO WS-NEXT-REC
                          AT END MOVE 'F' TO FEED-EOF-SW
                      END-READ
               WHEN 5 READ FEED-IN5 INTO WS-NEXT-REC
                          AT END MOVE 'F' TO FEED-EOF-SW
                      END-READ
               WHEN 6 READ FEED-IN6 INTO WS-NEXT-REC
                          AT END MOVE 'F' TO FEED-EOF-SW
                      END-READ
               WHEN 7 READ FEED-IN7 INTO WS-NEXT-REC
                          AT END MOVE 'F' TO FEED-EOF-SW
                      END-READ
           END-EVALUATE.
       READ-SLOT-RTN-EXIT. EXIT.

       CLOSE-SLOT-RTN.
           EVALUATE FM-SLOT
               WHEN 1 CLOSE FEED-IN1
               WHEN 2 CLOSE FEED-IN2
               WHEN 3 CLOSE FEED-IN3
               WHEN 4 CLOSE FEED-IN4
               WHEN 5 CLOSE FEED-IN5
               WHEN 6 CLOSE FEED-IN6
               WHEN 7 CLOSE FEED-IN7
           END-EVALUATE.
       CLOSE-SLOT-RTN-EXIT. EXIT.

       OPEN-RELEASE-RTN.
           EVALUATE FM-SLOT
               WHEN 1 OPEN OUTPUT FEED-OUT1
                      MOVE FO1-FS TO WS-OUT-FS
               WHEN 2 OPEN OUTPUT FEED-OUT2
                      MOVE FO2-FS TO WS-OUT-FS
               WHEN 3 OPEN OUTPUT FEED-OUT3
                      MOVE FO3-FS TO WS-OUT-FS
               WHEN 4 OPEN OUTPUT FEED-OUT4
                      MOVE FO4-FS TO WS-OUT-FS
               WHEN 5 OPEN OUTPUT FEED-OUT5
                      MOVE FO5-FS TO WS-OUT-FS
               WHEN 6 OPEN OUTPUT FEED-OUT6
                      MOVE FO6-FS TO WS-OUT-FS
               WHEN 7 OPEN OUTPUT FEED-OUT7
                      MOVE FO7-FS TO WS-OUT-FS
           END-EVALUATE.
       OPEN-RELEASE-RTN-EXIT. EXIT.

       WRITE-RELEASE-RTN.
           EVALUATE FM-SLOT
               WHEN 1 WRITE FEED-OUT1-REC FROM WS-HOLD-REC
               WHEN 2 WRITE FEED-OUT2-REC FROM WS-HOLD-REC
               WHEN 3 WRITE FEED-OUT3-REC FROM WS-HOLD-REC
               WHEN 4 WRITE FEED-OUT4-REC FROM WS-HOLD-REC
               WHEN 5 WRITE FEED-OUT5-REC FROM WS-HOLD-REC
               WHEN 6 WRITE FEED-OUT6-REC FROM WS-HOLD-REC
               WHEN 7 WRITE FEED-OUT7-REC FROM WS-HOLD-REC
           END-EVALUATE.
           ADD 1 TO WS-REL-CNT.
       WRITE-RELEASE-RTN-EXIT. EXIT.

       CLOSE-RELEASE-RTN.
           EVALUATE FM-SLOT
               WHEN 1 CLOSE FEED-OUT1
               WHEN 2 CLOSE FEED-OUT2
               WHEN 3 CLOSE FEED-OUT3
               WHEN 4 CLOSE FEED-OUT4
               WHEN 5 CLOSE FEED-OUT5
               WHEN 6 CLOSE FEED-OUT6
               WHEN 7 CLOSE FEED-OUT7
           END-EVALUATE.
       CLOSE-RELEASE-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'FEEDS ON MANIFEST                       '
               TO CTL-LABEL.
           MOVE FM-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'FEEDS DUE TODAY                         '
               TO CTL-LABEL.
           MOVE WS-DUE-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'FEEDS RELEASED                          '
               TO CTL-LABEL.
           MOVE WS-GOOD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'RECORDS RECEIVED                        '
               TO CTL-LABEL.
           MOVE WS-READ-TOT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'RECORDS RELEASED                        '
               TO CTL-LABEL.
           MOVE WS-REL-TOT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'RECORDS HELD BACK                       '
               TO CTL-LABEL.
           MOVE WS-HELD-TOT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'TRAILERS STRIPPED                       '
               TO CTL-LABEL.
           MOVE WS-TRL-TOT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ALERTS RAISED                           '
               TO CTL-LABEL.
           MOVE WS-ALERT-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-ALERT-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE FEEDRCV-FILE OUT-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       LOG-RUN-STATUS-RTN.
           MOVE 'SU41FDCK' TO STATUS-PGM.
           MOVE RETURN-CODE TO STATUS-RC.
           IF WS-ALERT-CNT > 0
               MOVE 'FEED CHECK COMPLETE - FEEDS HELD BACK'
                   TO STATUS-MSG
           ELSE
               MOVE 'FEED CHECK COMPLETE - ALL FEEDS RELEASED'
                   TO STATUS-MSG
           END-IF.
           MOVE WS-READ-TOT TO STATUS-IN-CNT.
           MOVE WS-REL-TOT  TO STATUS-OUT-CNT.
           MOVE WS-HELD-TOT TO STATUS-EXC-CNT.
           MOVE WS-TRL-TOT  TO STATUS-EXC2-CNT.
           PERFORM WRITE-RUN-STATUS-RTN.
       LOG-RUN-STATUS-RTN-EXIT. EXIT.

       COPY BDTP.

       COPY RUNSTP.
