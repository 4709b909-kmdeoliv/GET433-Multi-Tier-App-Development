       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41NSCX.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT IN-FILE   ASSIGN TO IFILE
                     FILE STATUS IS IN-FS.
            SELECT CAL-FILE  ASSIGN TO CALFILE
                     FILE STATUS IS CAL-FS.
            SELECT ACK-FILE  ASSIGN TO NSCACK
                     FILE STATUS IS ACK-FS.
            SELECT NSX-FILE  ASSIGN TO NSCOUT
                     FILE STATUS IS NSX-FS.
            SELECT HIST-FILE ASSIGN TO NSCHIST
                     FILE STATUS IS HIST-FS.
            SELECT CORR-FILE ASSIGN TO NSCCORR
                     FILE STATUS IS CORR-FS.
            SELECT OUT-FILE  ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            SELECT RLS-FILE  ASSIGN TO RELLOG
                     FILE STATUS IS RLS-FS.
            COPY VSAMSEL.
            COPY NSSSEL.
            COPY PRVSEL.
            COPY BDTSEL.
       DATA DIVISION.
       FILE SECTION.
       FD  IN-FILE.
       01  IN-REC.
           05  IN-NAME        PIC X(20).
           05  IN-ADDRESS     PIC X(20).
           05  IN-SSN         PIC 9(9).
           05  IN-CREDITS     PIC 99.
           05  IN-YR-GRAD     PIC 9(4).
           05  IN-RESIDENCY   PIC X(1).
           05  IN-STATUS      PIC X(1).
           05  FILLER         PIC X(23).

       FD  CAL-FILE.
           COPY CALCTL.

      **** CLEARINGHOUSE ACKNOWLEDGMENT FILE - ONE RECORD PER STUDENT
      **** SUBMITTED, ECHOING THE SUBMISSION DATE AND TIME FROM THE
      **** HEADER IT CAME UNDER.  AK-RESULT 'A' ACCEPTED, 'E' REJECTED
      **** WITH THE CLEARINGHOUSE'S ERROR CODE AND TEXT. ***************
       FD  ACK-FILE.
       01  ACK-REC.
           05  AK-SSN         PIC 9(9).
           05  AK-SUBMIT-DATE PIC 9(8).
           05  AK-SUBMIT-TIME PIC 9(6).
           05  AK-RESULT      PIC X(1).
               88  AK-ACCEPTED           VALUE 'A'.
               88  AK-REJECTED           VALUE 'E'.
           05  AK-ERR-CODE    PIC X(4).
           05  AK-ERR-TEXT    PIC X(30).
           05  FILLER         PIC X(22).

      **** THE SUBMISSION SENT TO THE CLEARINGHOUSE THIS RUN **********
       FD  NSX-FILE.
       01  NSX-REC.
           COPY NSCREC.

      **** SUBMISSION HISTORY - EVERY SUBMISSION APPENDED AS SENT ******
       FD  HIST-FILE.
       01  HIST-REC           PIC X(80).

      **** CORRECTION LIST FOR THE REGISTRAR - ONE LINE PER RECORD THE
      **** CLEARINGHOUSE REJECTED **************************************
       FD  CORR-FILE.
       01  CORR-REC           PIC X(80).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

       COPY VSAMFD.

      **** LAST STATUS REPORTED PER STUDENT ****************************
       FD  NSS-FILE.
       01  NSS-RECORD.
           COPY NSSREC.

      **** DIRECTORY-PRIVACY FLAGS - READ ONLY ************************
       FD  PRV-FILE.
       01  PRV-RECORD.
           COPY PRVREC.

      **** RELEASE LOG - ONE RECORD PER FLAGGED STUDENT SUBMITTED *****
       FD  RLS-FILE.
       01  RLS-RECORD.
           COPY RLSREC.

       FD  BDATE-FILE.
       01  BDATE-REC.
           COPY BDTREC.

       FD  HOL-FILE.
       01  HOL-REC.
           COPY HOLREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * ENROLLMENT-VERIFICATION       *
      *                                * EXTRACT TO THE CLEARINGHOUSE. *
      *                                * FIRST APPLIES THE             *
      *                                * CLEARINGHOUSE'S ACKNOWLEDG-   *
      *                                * MENTS OF THE LAST SUBMISSION  *
      *                                * AND LISTS THE REJECTS FOR     *
      *                                * CORRECTION.  THEN DERIVES     *
      *                                * EACH STUDENT'S STATUS FROM    *
      *                                * THE MASTER'S CREDITS AND      *
      *                                * LIFECYCLE STATUS AND THE      *
      *                                * CURRENT TERM ON THE ACADEMIC  *
      *                                * CALENDAR, AND SENDS ONLY WHAT *
      *                                * CHANGED SINCE THE LAST        *
      *                                * SUBMISSION (OR WAS REJECTED). *
      *                                * EVERY SUBMISSION IS KEPT ON   *
      *                                * THE HISTORY FILE.             *
      *                                *********************************
       01  WS-WORK-AREA.
           05  EOF-SW          PIC X         VALUE SPACES.
           05  CAL-EOF-SW      PIC X         VALUE SPACES.
           05  ACK-EOF-SW      PIC X         VALUE SPACES.
           05  WS-RUN-DATE-8   PIC 9(8)      VALUE 0.
           05  WS-RUN-TIME     PIC 9(8)      VALUE 0.
           05  WS-SUBMIT-TIME  PIC 9(6)      VALUE 0.
           05  WS-CAL-MAX      PIC 9(2)      VALUE 10.
           05  WS-CAL-CNT      PIC 9(2)      VALUE 0.
           05  WS-MAIN-SUB     PIC 9(2)      VALUE 0.
           05  WS-CAL-SUB      PIC 9(2)      VALUE 0.
           05  CAL-SUB         PIC 9(2)      VALUE 0.
           05  WS-NEW-STATUS   PIC X         VALUE SPACE.
               88  NEW-ENROLLED-STATUS       VALUE 'F' 'H' 'L'.
           05  WS-OLD-STATUS   PIC X         VALUE SPACE.
           05  WS-FERPA-BLOCK  PIC X         VALUE 'N'.
               88  FERPA-BLOCKED             VALUE 'Y'.
           05  WS-OLD-BLOCK    PIC X         VALUE 'N'.
           05  WS-EFF-DATE     PIC 9(8)      VALUE 0.
           05  WS-STAT-CODE    PIC X         VALUE SPACE.
           05  WS-STAT-NAME    PIC X(12)     VALUE SPACES.
           05  NSS-FOUND-SW    PIC X         VALUE 'N'.
               88  NSS-FOUND                 VALUE 'Y'.
           05  SEND-SW         PIC X         VALUE 'N'.
               88  SEND-STUDENT              VALUE 'Y'.
           05  WS-ACK-CNT      PIC 9(7)      VALUE 0.
           05  WS-ACK-OK-CNT   PIC 9(7)      VALUE 0.
           05  WS-ACK-ERR-CNT  PIC 9(7)      VALUE 0.
           05  WS-ACK-STALE-CNT PIC 9(7)     VALUE 0.
           05  WS-IN-CNT       PIC 9(7)      VALUE 0.
           05  WS-NOMASTER-CNT PIC 9(7)      VALUE 0.
           05  WS-NOCHG-CNT    PIC 9(7)      VALUE 0.
           05  WS-NEW-CNT      PIC 9(7)      VALUE 0.
           05  WS-CHANGE-CNT   PIC 9(7)      VALUE 0.
           05  WS-RESEND-CNT   PIC 9(7)      VALUE 0.
           05  WS-SENT-CNT     PIC 9(7)      VALUE 0.
           05  WS-BLOCK-CNT    PIC 9(7)      VALUE 0.
           05  IN-FS           PIC XX        VALUE '00'.
               88  IN-FS-OK                  VALUE '00'.
           05  CAL-FS          PIC XX        VALUE '00'.
               88  CAL-FS-OK                 VALUE '00'.
           05  ACK-FS          PIC XX        VALUE '00'.
               88  ACK-FS-OK                 VALUE '00'.
           05  NSX-FS          PIC XX        VALUE '00'.
               88  NSX-FS-OK                 VALUE '00'.
           05  HIST-FS         PIC XX        VALUE '00'.
               88  HIST-FS-OK                VALUE '00'.
           05  CORR-FS         PIC XX        VALUE '00'.
               88  CORR-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  NSS-RC          PIC XX        VALUE '00'.
               88  NSS-OK                    VALUE '00'.
               88  NSS-NOT-FOUND             VALUE '23'.
           05  PRV-RC          PIC XX        VALUE '00'.
               88  PRV-OK                    VALUE '00'.
               88  PRV-NOT-FOUND             VALUE '23'.
           05  RLS-FS          PIC XX        VALUE '00'.
               88  RLS-FS-OK                 VALUE '00'.

           COPY VSAMRC.

      **** CALENDAR ROWS WHOSE TERM COVERS THE RUN DATE, ONE PER
      **** CAMPUS - A BLANK CAMPUS IS THE MAIN CAMPUS AND THE FALLBACK
       01  WS-CAL-AREA.
           05  WS-CAL-TBL OCCURS 10 TIMES.
             10  CT-CAMPUS        PIC X(1).
             10  CT-TERM          PIC X(6).
             10  CT-START-DATE    PIC 9(8).
             10  CT-END-DATE      PIC 9(8).

       01  HDG-LINE1.
           05 FILLER          PIC X(18) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'ENROLLMENT-VERIFICATION SUBMISSION  '.
           05 FILLER          PIC X(06) VALUE 'DATE: '.
           05 HDG-DATE        PIC 9(08).
           05 FILLER          PIC X(12) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'SSN'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'NAME'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'LAST SENT'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'NOW'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE 'EFF DATE'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(6)  VALUE 'TERM'.
           05 FILLER          PIC X(6)  VALUE SPACES.

       01  DETAIL-LINE.
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 DL-SSN          PIC 9(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-NAME         PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-FROM         PIC X(12).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-TO           PIC X(12).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-EFF-DATE     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 DL-TERM         PIC X(6).
           05 FILLER          PIC X(6)  VALUE SPACES.

       01  CHDG-LINE1.
           05 FILLER          PIC X(18) VALUE SPACES.
           05 FILLER          PIC X(36) VALUE
                   'CLEARINGHOUSE CORRECTION LIST       '.
           05 FILLER          PIC X(06) VALUE 'DATE: '.
           05 CHDG-DATE       PIC 9(08).
           05 FILLER          PIC X(12) VALUE SPACES.

       01  CHDG-LINE2.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(9)  VALUE 'SSN'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'NAME'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(4)  VALUE 'SENT'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(8)  VALUE 'EFF DATE'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(4)  VALUE 'CODE'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 FILLER          PIC X(29) VALUE 'CLEARINGHOUSE ERROR'.

       01  CORR-LINE.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-SSN          PIC 9(9).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-NAME         PIC X(20).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 CL-STATUS       PIC X(1).
           05 FILLER          PIC X(3)  VALUE SPACES.
           05 CL-EFF-DATE     PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-ERR-CODE     PIC X(4).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 CL-ERR-TEXT     PIC X(29).

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       COPY BDTW.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN.
           PERFORM LOAD-CALENDAR-RTN.
           PERFORM APPLY-ACK-RTN THRU APPLY-ACK-RTN-EXIT.
           PERFORM WRITE-HEADER-RTN.
           PERFORM EXTRACT-RTN
              UNTIL EOF-SW = 'F'.
           PERFORM WRITE-TRAILER-RTN.
           PERFORM CONTROL-TOTAL-RTN.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT IN-FILE.
           IF NOT IN-FS-OK
               DISPLAY 'SU41NSCX - IN-FILE OPEN FAILED, STATUS='
                       IN-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VSAM-INFILE.
           IF NOT VSAM-SUCCESSFUL
               DISPLAY 'SU41NSCX - VSAM OPEN FAILED, STATUS='
                       VSAM-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O NSS-FILE.
           IF NOT NSS-OK
               DISPLAY 'SU41NSCX - NSS-FILE OPEN FAILED, STATUS='
                       NSS-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * NO PRIVACY FILE MEANS THE FERPA BLOCK CANNOT BE SENT - THE
      * SUBMISSION IS NOT MADE WITHOUT IT.
           OPEN INPUT PRV-FILE.
           IF NOT PRV-OK
               DISPLAY 'SU41NSCX - PRV-FILE OPEN FAILED, STATUS='
                       PRV-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN EXTEND RLS-FILE.
           IF NOT RLS-FS-OK
               DISPLAY 'SU41NSCX - RLS-FILE OPEN FAILED, STATUS='
                       RLS-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT NSX-FILE.
           IF NOT NSX-FS-OK
               DISPLAY 'SU41NSCX - NSX-FILE OPEN FAILED, STATUS='
                       NSX-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE SUBMISSION HISTORY ACCUMULATES RUN OVER RUN - EXTEND,
      * NEVER REBUILT.
           OPEN EXTEND HIST-FILE.
           IF NOT HIST-FS-OK
               DISPLAY 'SU41NSCX - HIST-FILE OPEN FAILED, STATUS='
                       HIST-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CORR-FILE.
           IF NOT CORR-FS-OK
               DISPLAY 'SU41NSCX - CORR-FILE OPEN FAILED, STATUS='
                       CORR-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41NSCX - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
      * THE RUN IS DATED ON THE PROCESSING DATE OPERATIONS ROLLED
      * FORWARD, NOT THE MACHINE CLOCK - NO DATE, NO RUN.
           PERFORM GET-BUSINESS-DATE-RTN
               THRU GET-BUSINESS-DATE-RTN-EXIT.
           IF NOT BDT-LOADED
               DISPLAY 'SU41NSCX ABEND - NO PROCESSING DATE'
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE BDT-PROCESSING-DATE TO WS-RUN-DATE-8.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO WS-SUBMIT-TIME.
           MOVE WS-RUN-DATE-8 TO HDG-DATE CHDG-DATE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE CHDG-LINE1 TO CORR-REC.
           WRITE CORR-REC.
           MOVE SPACES TO CORR-REC.
           WRITE CORR-REC.
           MOVE CHDG-LINE2 TO CORR-REC.
           WRITE CORR-REC.
           READ IN-FILE
               AT END MOVE 'F' TO EOF-SW.
       OPEN-FILES-RTN-EXIT. EXIT.

       LOAD-CALENDAR-RTN.
      * THE CURRENT TERM IS THE CALENDAR ROW WHOSE DATES COVER THE RUN
      * DATE, CAMPUS BY CAMPUS.  NO MAIN-CAMPUS TERM MEANS THERE IS NO
      * ENROLLMENT TO VERIFY - ABEND, AS THE BILLING RUN DOES.
           OPEN INPUT CAL-FILE.
           IF NOT CAL-FS-OK
               DISPLAY 'SU41NSCX - ACADEMIC CALENDAR NOT AVAILABLE, '
                       'STATUS=' CAL-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
           PERFORM LOAD-CAL-ROW-RTN
               UNTIL CAL-EOF-SW = 'F'.
           CLOSE CAL-FILE.
           IF WS-MAIN-SUB = 0
               DISPLAY 'SU41NSCX ABEND - NO CALENDAR TERM COVERS RUN '
                       'DATE ' WS-RUN-DATE-8
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
       LOAD-CALENDAR-RTN-EXIT. EXIT.

       LOAD-CAL-ROW-RTN.
           IF WS-RUN-DATE-8 >= CAL-START-DATE
                   AND WS-RUN-DATE-8 <= CAL-END-DATE
               IF WS-CAL-CNT >= WS-CAL-MAX
                   DISPLAY 'SU41NSCX ABEND - CALENDAR TABLE FULL AT '
                           WS-CAL-MAX ' ROWS'
                   MOVE 16 TO RETURN-CODE
                   CLOSE CAL-FILE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
               ADD 1 TO WS-CAL-CNT
               MOVE CAL-CAMPUS     TO CT-CAMPUS(WS-CAL-CNT)
               MOVE CAL-TERM       TO CT-TERM(WS-CAL-CNT)
               MOVE CAL-START-DATE TO CT-START-DATE(WS-CAL-CNT)
               MOVE CAL-END-DATE   TO CT-END-DATE(WS-CAL-CNT)
               IF CAL-CAMPUS = SPACE
                   MOVE WS-CAL-CNT TO WS-MAIN-SUB
               END-IF
           END-IF.
           READ CAL-FILE
               AT END MOVE 'F' TO CAL-EOF-SW.
       LOAD-CAL-ROW-RTN-EXIT. EXIT.

       APPLY-ACK-RTN.
      * NO ACKNOWLEDGMENT FILE IS NORMAL ON THE FIRST RUN AND WHEN THE
      * CLEARINGHOUSE HAS NOT ANSWERED YET - THE LAST SUBMISSION STAYS
      * UNACKNOWLEDGED AND NOTHING IS RESENT FOR IT.
           OPEN INPUT ACK-FILE.
           IF NOT ACK-FS-OK
               DISPLAY 'SU41NSCX - NO ACKNOWLEDGMENT FILE, NONE '
                       'APPLIED'
               GO TO APPLY-ACK-RTN-EXIT
           END-IF.
           READ ACK-FILE
               AT END MOVE 'F' TO ACK-EOF-SW.
           PERFORM APPLY-ACK-REC-RTN THRU APPLY-ACK-REC-RTN-EXIT
               UNTIL ACK-EOF-SW = 'F'.
           CLOSE ACK-FILE.
       APPLY-ACK-RTN-EXIT. EXIT.

       APPLY-ACK-REC-RTN.
           ADD 1 TO WS-ACK-CNT.
           PERFORM MATCH-ACK-RTN THRU MATCH-ACK-RTN-EXIT.
           READ ACK-FILE
               AT END MOVE 'F' TO ACK-EOF-SW.
       APPLY-ACK-REC-RTN-EXIT. EXIT.

       MATCH-ACK-RTN.
      * AN ACKNOWLEDGMENT COUNTS ONLY AGAINST THE SUBMISSION THAT LAST
      * CARRIED THE STUDENT - ONE FOR AN OLDER SUBMISSION HAS BEEN
      * OVERTAKEN BY A LATER CHANGE.
           MOVE AK-SSN TO NS-SSN.
           READ NSS-FILE
               INVALID KEY MOVE '23' TO NSS-RC.
           IF NOT NSS-OK
                   OR AK-SUBMIT-DATE NOT = NS-SUBMIT-DATE
                   OR AK-SUBMIT-TIME NOT = NS-SUBMIT-TIME
               ADD 1 TO WS-ACK-STALE-CNT
               GO TO MATCH-ACK-RTN-EXIT
           END-IF.
           MOVE WS-RUN-DATE-8 TO NS-ACK-DATE.
           IF AK-REJECTED
               ADD 1 TO WS-ACK-ERR-CNT
               MOVE 'E'         TO NS-ACK-STATUS
               MOVE AK-ERR-CODE TO NS-ERR-CODE
               PERFORM WRITE-CORRECTION-RTN
           ELSE
               ADD 1 TO WS-ACK-OK-CNT
               MOVE 'A'    TO NS-ACK-STATUS
               MOVE SPACES TO NS-ERR-CODE
           END-IF.
           REWRITE NSS-RECORD
               INVALID KEY
                   DISPLAY 'SU41NSCX STATUS REWRITE FAILED SSN='
                           NS-SSN ' STATUS=' NSS-RC
           END-REWRITE.
       MATCH-ACK-RTN-EXIT. EXIT.

       WRITE-CORRECTION-RTN.
           MOVE AK-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           IF VSAM-SUCCESSFUL
               MOVE VR-NAME TO CL-NAME
           ELSE
               MOVE 'NOT ON STUDENT MASTER' TO CL-NAME
           END-IF.
           MOVE AK-SSN      TO CL-SSN.
           MOVE NS-STATUS   TO CL-STATUS.
           MOVE NS-EFF-DATE TO CL-EFF-DATE.
           MOVE AK-ERR-CODE TO CL-ERR-CODE.
           MOVE AK-ERR-TEXT TO CL-ERR-TEXT.
           MOVE CORR-LINE TO CORR-REC.
           WRITE CORR-REC.
       WRITE-CORRECTION-RTN-EXIT. EXIT.

       WRITE-HEADER-RTN.
           MOVE SPACES        TO NSX-REC.
           MOVE 'H'           TO NX-REC-TYPE.
           MOVE WS-RUN-DATE-8 TO NX-SUBMIT-DATE.
           MOVE WS-SUBMIT-TIME TO NX-SUBMIT-TIME.
           MOVE CT-TERM(WS-MAIN-SUB) TO NX-HDR-TERM.
           PERFORM WRITE-NSX-RTN.
       WRITE-HEADER-RTN-EXIT. EXIT.

       EXTRACT-RTN.
      * THE JOINED ROSTER CARRIES HDRMATCH-/TRLMATCH- CONTROL RECORDS
      * WITH SPACES IN THE NUMERIC COLUMNS - NOT STUDENTS.
           IF IN-SSN NUMERIC
               ADD 1 TO WS-IN-CNT
               PERFORM VERIFY-STUDENT-RTN THRU VERIFY-STUDENT-RTN-EXIT
           END-IF.
           READ IN-FILE
               AT END MOVE 'F' TO EOF-SW.
       EXTRACT-RTN-EXIT. EXIT.

       VERIFY-STUDENT-RTN.
      * THE MASTER IS THE RECORD OF CREDITS AND LIFECYCLE STATUS - THE
      * ROSTER ONLY SAYS WHO TO LOOK AT.
           MOVE IN-SSN TO VSAM-KEY.
           READ VSAM-INFILE
               INVALID KEY MOVE '23' TO VSAM-RC.
           IF NOT VSAM-SUCCESSFUL
               ADD 1 TO WS-NOMASTER-CNT
               DISPLAY 'SU41NSCX - NOT ON STUDENT MASTER SSN='
                       IN-SSN ' STATUS=' VSAM-RC
               GO TO VERIFY-STUDENT-RTN-EXIT
           END-IF.
           PERFORM FIND-CAMPUS-TERM-RTN.
           PERFORM DERIVE-STATUS-RTN.
           PERFORM GET-PRIVACY-RTN.
           MOVE IN-SSN TO NS-SSN.
           READ NSS-FILE
               INVALID KEY MOVE '23' TO NSS-RC.
           IF NSS-OK
               MOVE 'Y' TO NSS-FOUND-SW
           ELSE
               MOVE 'N' TO NSS-FOUND-SW
           END-IF.
           PERFORM DECIDE-SEND-RTN THRU DECIDE-SEND-RTN-EXIT.
           IF NOT SEND-STUDENT
               ADD 1 TO WS-NOCHG-CNT
               GO TO VERIFY-STUDENT-RTN-EXIT
           END-IF.
           PERFORM SEND-STUDENT-RTN.
       VERIFY-STUDENT-RTN-EXIT. EXIT.

       FIND-CAMPUS-TERM-RTN.
      * A CAMPUS WITH NO CALENDAR ROW OF ITS OWN RUNS ON THE MAIN
      * CAMPUS TERM - THE CALCTL FALLBACK.
           MOVE WS-MAIN-SUB TO WS-CAL-SUB.
           IF VR-CAMPUS NOT = SPACE AND VR-CAMPUS NOT = 'M'
               PERFORM MATCH-CAMPUS-RTN
                   VARYING CAL-SUB FROM 1 BY 1
                   UNTIL CAL-SUB > WS-CAL-CNT
           END-IF.
       FIND-CAMPUS-TERM-RTN-EXIT. EXIT.

       MATCH-CAMPUS-RTN.
           IF CT-CAMPUS(CAL-SUB) = VR-CAMPUS
               MOVE CAL-SUB TO WS-CAL-SUB
           END-IF.
       MATCH-CAMPUS-RTN-EXIT. EXIT.

       DERIVE-STATUS-RTN.
      * LIFECYCLE FIRST - GRADUATED, WITHDRAWN AND LEAVE ARE REPORTED
      * AS SUCH WHATEVER CREDITS ARE STILL ON THE MASTER.  AN ACTIVE
      * STUDENT IS BANDED ON CREDITS THE WAY SU41PGMT AND THE TERM
      * SNAPSHOT (SU41PGM39) BAND THEM: 12 AND UP FULL TIME, 6 AND UP
      * HALF TIME, UNDER 6 LESS THAN HALF TIME.
           EVALUATE VR-ENROLL-STATUS
               WHEN 'G'
                   MOVE 'G' TO WS-NEW-STATUS
               WHEN 'W'
                   MOVE 'W' TO WS-NEW-STATUS
               WHEN 'L'
                   MOVE 'A' TO WS-NEW-STATUS
               WHEN OTHER
                   IF VR-CREDITS NOT NUMERIC
                       MOVE 'L' TO WS-NEW-STATUS
                   ELSE
                       IF VR-CREDITS < 6
                           MOVE 'L' TO WS-NEW-STATUS
                       ELSE
                           IF VR-CREDITS < 12
                               MOVE 'H' TO WS-NEW-STATUS
                           ELSE
                               MOVE 'F' TO WS-NEW-STATUS
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
       DERIVE-STATUS-RTN-EXIT. EXIT.

       GET-PRIVACY-RTN.
           MOVE 'N' TO WS-FERPA-BLOCK.
           MOVE IN-SSN TO PRV-SSN.
           READ PRV-FILE
               INVALID KEY MOVE '23' TO PRV-RC.
           IF PRV-OK AND PRV-WITHHELD
               MOVE 'Y' TO WS-FERPA-BLOCK
           END-IF.
       GET-PRIVACY-RTN-EXIT. EXIT.

       DECIDE-SEND-RTN.
      * SEND A STUDENT NEVER REPORTED, ONE REJECTED LAST TIME, ONE
      * WHOSE STATUS OR DIRECTORY BLOCK HAS CHANGED, AND ONE STILL
      * ENROLLED WHO IS NOW IN A NEW TERM.  A GRADUATE OR WITHDRAWAL
      * ALREADY REPORTED IS NOT SENT AGAIN TERM AFTER TERM.
           MOVE 'N' TO SEND-SW.
           IF NOT NSS-FOUND
               MOVE 'Y' TO SEND-SW
               ADD 1 TO WS-NEW-CNT
               MOVE SPACE TO WS-OLD-STATUS
               MOVE CT-START-DATE(WS-CAL-SUB) TO WS-EFF-DATE
               GO TO DECIDE-SEND-RTN-EXIT
           END-IF.
           MOVE NS-STATUS TO WS-OLD-STATUS.
           IF NS-FERPA-BLOCK = 'Y'
               MOVE 'Y' TO WS-OLD-BLOCK
           ELSE
               MOVE 'N' TO WS-OLD-BLOCK
           END-IF.
           IF WS-NEW-STATUS NOT = NS-STATUS
               MOVE 'Y' TO SEND-SW
               ADD 1 TO WS-CHANGE-CNT
               PERFORM SET-EFF-DATE-RTN
               GO TO DECIDE-SEND-RTN-EXIT
           END-IF.
           IF NEW-ENROLLED-STATUS
                   AND NS-TERM NOT = CT-TERM(WS-CAL-SUB)
               MOVE 'Y' TO SEND-SW
               ADD 1 TO WS-CHANGE-CNT
               MOVE CT-START-DATE(WS-CAL-SUB) TO WS-EFF-DATE
               GO TO DECIDE-SEND-RTN-EXIT
           END-IF.
           IF WS-FERPA-BLOCK NOT = WS-OLD-BLOCK
               MOVE 'Y' TO SEND-SW
               ADD 1 TO WS-CHANGE-CNT
               MOVE NS-EFF-DATE TO WS-EFF-DATE
               GO TO DECIDE-SEND-RTN-EXIT
           END-IF.
           IF NS-ACK-ERROR
               MOVE 'Y' TO SEND-SW
               ADD 1 TO WS-RESEND-CNT
               MOVE NS-EFF-DATE TO WS-EFF-DATE
           END-IF.
       DECIDE-SEND-RTN-EXIT. EXIT.

       SET-EFF-DATE-RTN.
      * A GRADUATION OR WITHDRAWAL IS EFFECTIVE THE DAY IT WAS RECORDED
      * ON THE MASTER.  A CHANGE OF LOAD INSIDE THE TERM LAST REPORTED
      * IS EFFECTIVE TODAY; IN A NEW TERM IT IS EFFECTIVE FROM THE
      * TERM START.
           IF WS-NEW-STATUS = 'G' OR WS-NEW-STATUS = 'W'
               IF VR-LAST-CHANGED-DATE NUMERIC
                       AND VR-LAST-CHANGED-DATE > 0
                   MOVE VR-LAST-CHANGED-DATE TO WS-EFF-DATE
               ELSE
                   MOVE WS-RUN-DATE-8 TO WS-EFF-DATE
               END-IF
           ELSE
               IF NS-TERM = CT-TERM(WS-CAL-SUB)
                   MOVE WS-RUN-DATE-8 TO WS-EFF-DATE
               ELSE
                   MOVE CT-START-DATE(WS-CAL-SUB) TO WS-EFF-DATE
               END-IF
           END-IF.
       SET-EFF-DATE-RTN-EXIT. EXIT.

       SEND-STUDENT-RTN.
           IF NOT NSS-FOUND
               MOVE SPACES TO NSS-RECORD
               MOVE IN-SSN TO NS-SSN
           END-IF.
           MOVE SPACES        TO NSX-REC.
           MOVE 'D'           TO NX-REC-TYPE.
           MOVE IN-SSN        TO NX-SSN.
           MOVE VR-NAME       TO NX-NAME.
           MOVE WS-NEW-STATUS TO NX-STATUS.
           MOVE WS-EFF-DATE   TO NX-EFF-DATE.
           MOVE CT-TERM(WS-CAL-SUB)       TO NX-TERM.
           MOVE CT-START-DATE(WS-CAL-SUB) TO NX-TERM-START.
           MOVE CT-END-DATE(WS-CAL-SUB)   TO NX-TERM-END.
           IF VR-CREDITS NUMERIC
               MOVE VR-CREDITS TO NX-CREDITS
           ELSE
               MOVE 0 TO NX-CREDITS
           END-IF.
           MOVE VR-CAMPUS     TO NX-CAMPUS.
           MOVE WS-FERPA-BLOCK TO NX-FERPA-BLOCK.
           PERFORM WRITE-NSX-RTN.
           ADD 1 TO WS-SENT-CNT.
           IF FERPA-BLOCKED
               PERFORM LOG-RELEASE-RTN
           END-IF.
           MOVE WS-NEW-STATUS       TO NS-STATUS.
           MOVE WS-EFF-DATE         TO NS-EFF-DATE.
           MOVE CT-TERM(WS-CAL-SUB) TO NS-TERM.
           MOVE WS-RUN-DATE-8       TO NS-SUBMIT-DATE.
           MOVE WS-SUBMIT-TIME      TO NS-SUBMIT-TIME.
           MOVE SPACE               TO NS-ACK-STATUS.
           MOVE 0                   TO NS-ACK-DATE.
           MOVE SPACES              TO NS-ERR-CODE.
           MOVE WS-FERPA-BLOCK      TO NS-FERPA-BLOCK.
           IF NSS-FOUND
               REWRITE NSS-RECORD
                   INVALID KEY
                       DISPLAY 'SU41NSCX STATUS REWRITE FAILED SSN='
                               NS-SSN ' STATUS=' NSS-RC
               END-REWRITE
           ELSE
               WRITE NSS-RECORD
                   INVALID KEY
                       DISPLAY 'SU41NSCX STATUS WRITE FAILED SSN='
                               NS-SSN ' STATUS=' NSS-RC
               END-WRITE
           END-IF.
           MOVE IN-SSN        TO DL-SSN.
           MOVE VR-NAME       TO DL-NAME.
           MOVE WS-OLD-STATUS TO WS-STAT-CODE.
           PERFORM NAME-STATUS-RTN.
           MOVE WS-STAT-NAME  TO DL-FROM.
           MOVE WS-NEW-STATUS TO WS-STAT-CODE.
           PERFORM NAME-STATUS-RTN.
           MOVE WS-STAT-NAME  TO DL-TO.
           MOVE WS-EFF-DATE   TO DL-EFF-DATE.
           MOVE CT-TERM(WS-CAL-SUB) TO DL-TERM.
           MOVE DETAIL-LINE TO OUT-REC.
           WRITE OUT-REC.
       SEND-STUDENT-RTN-EXIT. EXIT.

       LOG-RELEASE-RTN.
      * ENROLLMENT VERIFICATION IS STILL SENT FOR A STUDENT WHO HAS
      * WITHHELD DIRECTORY INFORMATION - THE CLEARINGHOUSE HONORS THE
      * BLOCK - AND EVERY SUCH RELEASE IS LOGGED FOR THE MONTHLY
      * RELEASE REPORT (SU41PRVR).
           ADD 1 TO WS-BLOCK-CNT.
           MOVE SPACES           TO RLS-RECORD.
           MOVE IN-SSN           TO RL-SSN.
           MOVE WS-RUN-DATE-8    TO RL-DATE.
           MOVE WS-SUBMIT-TIME   TO RL-TIME.
           MOVE 'SU41NSCX'       TO RL-PROGRAM.
           MOVE 'CLEARINGHOUSE       ' TO RL-RECIPIENT.
           MOVE 'ENROLLMENT STATUS   ' TO RL-DATA.
           WRITE RLS-RECORD.
       LOG-RELEASE-RTN-EXIT. EXIT.

       NAME-STATUS-RTN.
           EVALUATE WS-STAT-CODE
               WHEN 'F'
                   MOVE 'FULL TIME   ' TO WS-STAT-NAME
               WHEN 'H'
                   MOVE 'HALF TIME   ' TO WS-STAT-NAME
               WHEN 'L'
                   MOVE 'LESS HALF   ' TO WS-STAT-NAME
               WHEN 'A'
                   MOVE 'LEAVE       ' TO WS-STAT-NAME
               WHEN 'W'
                   MOVE 'WITHDRAWN   ' TO WS-STAT-NAME
               WHEN 'G'
                   MOVE 'GRADUATED   ' TO WS-STAT-NAME
               WHEN OTHER
                   MOVE 'NEW         ' TO WS-STAT-NAME
           END-EVALUATE.
       NAME-STATUS-RTN-EXIT. EXIT.

       WRITE-TRAILER-RTN.
           MOVE SPACES         TO NSX-REC.
           MOVE 'T'            TO NX-REC-TYPE.
           MOVE WS-RUN-DATE-8  TO NX-TRL-SUBMIT-DATE.
           MOVE WS-SUBMIT-TIME TO NX-TRL-SUBMIT-TIME.
           MOVE WS-SENT-CNT    TO NX-TRL-COUNT.
           PERFORM WRITE-NSX-RTN.
       WRITE-TRAILER-RTN-EXIT. EXIT.

       WRITE-NSX-RTN.
           WRITE NSX-REC.
           MOVE NSX-REC TO HIST-REC.
           WRITE HIST-REC.
       WRITE-NSX-RTN-EXIT. EXIT.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ACKNOWLEDGMENTS READ                    '
               TO CTL-LABEL.
           MOVE WS-ACK-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  ACCEPTED                              '
               TO CTL-LABEL.
           MOVE WS-ACK-OK-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  REJECTED - ON CORRECTION LIST         '
               TO CTL-LABEL.
           MOVE WS-ACK-ERR-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  NOT FOR THE LAST SUBMISSION - IGNORED '
               TO CTL-LABEL.
           MOVE WS-ACK-STALE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'STUDENTS READ                           '
               TO CTL-LABEL.
           MOVE WS-IN-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'NOT ON STUDENT MASTER                   '
               TO CTL-LABEL.
           MOVE WS-NOMASTER-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'UNCHANGED SINCE LAST SUBMISSION         '
               TO CTL-LABEL.
           MOVE WS-NOCHG-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'REPORTED FOR THE FIRST TIME             '
               TO CTL-LABEL.
           MOVE WS-NEW-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'STATUS OR TERM CHANGED                  '
               TO CTL-LABEL.
           MOVE WS-CHANGE-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'RESENT AFTER REJECTION                  '
               TO CTL-LABEL.
           MOVE WS-RESEND-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE 'DETAIL RECORDS SUBMITTED                '
               TO CTL-LABEL.
           MOVE WS-SENT-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           MOVE '  WITH DIRECTORY BLOCK - RELEASE LOGGED '
               TO CTL-LABEL.
           MOVE WS-BLOCK-CNT TO CTL-COUNT.
           PERFORM WRITE-TOTAL-RTN.
           IF WS-NOMASTER-CNT > 0 OR WS-ACK-ERR-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       WRITE-TOTAL-RTN.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       WRITE-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE IN-FILE VSAM-INFILE NSS-FILE NSX-FILE HIST-FILE
                 CORR-FILE OUT-FILE PRV-FILE RLS-FILE.
       CLOSE-FILES-RTN-EXIT. EXIT.

       COPY BDTP.
