       IDENTIFICATION DIVISION.
       PROGRAM-ID. P47STU.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
      *                                *********************************
      *                                * COURSE ADD/DROP TRANSACTION.  *
      *                                * OPERATOR KEYS AN SSN, THE     *
      *                                * COURSE ID IN THE NAME FIELD,  *
      *                                * THE SECTION IN THE ADDRESS    *
      *                                * FIELD AND 'A' (ADD) OR 'D'    *
      *                                * (DROP) IN THE STATUS FIELD.   *
      *                                * AN ADD IS CHECKED AGAINST THE *
      *                                * STUDENT MASTER, THE HOLD      *
      *                                * MASTER, THE OPEN              *
      *                                * REGISTRATIONS (REGOPEN), THE  *
      *                                * SECTION'S WAITLIST AND ITS    *
      *                                * SEAT LIMIT - A FULL SECTION   *
      *                                * PUTS THE STUDENT ON ITS       *
      *                                * WAITLIST.  A DROP NEEDS AN    *
      *                                * OPEN REGISTRATION OR A PLACE  *
      *                                * ON THE WAITLIST.              *
      *                                * EVERY ADD AND DROP IS         *
      *                                * APPENDED TO THE REGTRAN       *
      *                                * REGISTRATION TRANSACTION FILE *
      *                                * WITH THE OPERATOR AND TIME,   *
      *                                * FOR SU41REGM TO MERGE INTO    *
      *                                * THE RGFILE DETAIL OVERNIGHT.  *
      *                                *********************************
       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * GENERAL WORKING STORAGE FIELDS*
      *                                *********************************
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 VSAMSTU                   PIC X(8)  VALUE 'VSAMSTU '.
          03 HOLDFILE                  PIC X(8)  VALUE 'HOLDFILE'.
          03 SECTFILE                  PIC X(8)  VALUE 'SECTFILE'.
          03 WAITLIST                  PIC X(8)  VALUE 'WAITLIST'.
          03 REGTRAN                   PIC X(8)  VALUE 'REGTRAN '.
          03 REGOPEN                   PIC X(8)  VALUE 'REGOPEN '.
          03 SECPROF                   PIC X(8)  VALUE 'SECPROF '.
          03 TS-QUEUE                  PIC X(8)  VALUE 'STUAUD  '.
          03 RESP                      PIC 9(4)  COMP.
          03 SEC-RESP                  PIC 9(4)  COMP.
          03 HLD-RESP                  PIC 9(4)  COMP.
          03 WL-RESP                   PIC 9(4)  COMP.
          03 RG-RESP                   PIC 9(4)  COMP.
          03 RO-RESP                   PIC 9(4)  COMP.
          03 RG-RBA                    PIC S9(8) COMP VALUE 0.
          03 WS-ABSTIME                PIC S9(15) COMP-3 VALUE 0.
          03 WS-TODAY-8                PIC 9(8)  VALUE 0.
          03 WS-ACTION                 PIC X     VALUE SPACE.
              88 ACTION-ADD                VALUE 'A'.
              88 ACTION-DROP               VALUE 'D'.
          03 WS-COURSE                 PIC X(8)  VALUE SPACES.
          03 WS-SECTION                PIC X(3)  VALUE SPACES.
          03 WS-HOLD-TBL               PIC X(3)  VALUE 'FDA'.
          03 WS-HOLD-R REDEFINES WS-HOLD-TBL.
              05 WS-HTYPE              PIC X OCCURS 3 TIMES.
          03 HOLD-SUB                  PIC 9     VALUE 1.
          03 HELD-SW                   PIC X     VALUE 'N'.
              88 STUDENT-HELD              VALUE 'Y'.
          03 BROWSE-DONE-SW            PIC X     VALUE 'N'.
              88 BROWSE-DONE               VALUE 'Y'.
          03 WAIT-FOUND-SW             PIC X     VALUE 'N'.
              88 WAIT-FOUND                VALUE 'Y'.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              'STUDENT NOT ON FILE - PLEASE RE-ENTER.'.
          03 BAD-SSN-MSG               PIC X(79) VALUE
              'SSN FAILS THE FORMAT CHECK - PLEASE RE-ENTER.'.
          03 BAD-ACTION-MSG            PIC X(79) VALUE
              'KEY A TO ADD OR D TO DROP IN THE STATUS FIELD.'.
          03 BAD-COURSE-MSG            PIC X(79) VALUE
              'KEY THE COURSE ID IN NAME AND THE SECTION IN ADDRESS.'.
          03 NO-AUTH-MSG               PIC X(79) VALUE
              'YOUR PROFILE DOES NOT ALLOW REGISTRATION CHANGES.'.
          03 NOT-ACTIVE-MSG            PIC X(79) VALUE
              'STUDENT IS NOT ACTIVE - ADD REFUSED.'.
          03 NO-SECT-MSG               PIC X(79) VALUE
              'COURSE/SECTION NOT OFFERED - PLEASE RE-ENTER.'.
          03 NOT-CATALOG-MSG           PIC X(79) VALUE
              'COURSE IS NOT IN THE CATALOG - ADD REFUSED.'.
          03 CLOSED-MSG                PIC X(79) VALUE
              'SECTION IS CLOSED - ADD REFUSED.'.
          03 WAIT-FULL-MSG             PIC X(79) VALUE
              'SECTION WAITLIST IS FULL - ADD REFUSED.'.
          03 ALREADY-REG-MSG           PIC X(79) VALUE
              'ALREADY REGISTERED IN THIS SECTION - ADD REFUSED.'.
          03 ALREADY-WAIT-MSG          PIC X(79) VALUE
              'ALREADY WAITLISTED FOR THIS SECTION - ADD REFUSED.'.
          03 NOT-REG-MSG               PIC X(79) VALUE
              'NOT REGISTERED IN THIS SECTION - DROP REFUSED.'.
          03 ADDED-MSG                 PIC X(79) VALUE
              'COURSE ADDED - KEY ANOTHER OR PF3 TO RETURN.'.
          03 DROPPED-MSG               PIC X(79) VALUE
              'COURSE DROPPED - KEY ANOTHER OR PF3 TO RETURN.'.
          03 WAIT-CANCEL-MSG           PIC X(79) VALUE
              'WAITLIST ENTRY CANCELLED - KEY ANOTHER OR PF3.'.
          03 HELD-MSG.
              05 FILLER                PIC X(23)
                 VALUE 'REGISTRATION HOLD TYPE '.
              05 HELD-MSG-TYPE         PIC X(1).
              05 FILLER                PIC X(52)
                 VALUE ' ON FILE - ADD REFUSED.  SEE HOLD INQUIRY.'.
          03 WAITED-MSG.
              05 FILLER                PIC X(36)
                 VALUE 'SECTION FULL - WAITLISTED, POSITION '.
              05 WAITED-POS            PIC ZZ9.
              05 FILLER                PIC X(40) VALUE SPACES.
          03 VSAM-ERR-MSG.
              05 FILLER                PIC X(14)
                 VALUE 'FILE ERROR ON '.
              05 VSAM-ERR-FILE         PIC X(8).
              05 FILLER                PIC X(29)
                 VALUE ' - CALL OPERATIONS.     RESP='.
              05 VSAM-ERR-RESP         PIC 9(5).
          03 HELP-MSG.
              05 FILLER                PIC X(40) VALUE
                 'SSN, COURSE IN NAME, SECTION IN ADDRESS,'.
              05 FILLER                PIC X(39) VALUE
                 ' A=ADD OR D=DROP IN STATUS.  PF3=EXIT. '.
          03 RESP-MSG.
              05 FILLER                PIC X(37)
                 VALUE '"P47STU  " INTERNAL ERROR, RESP CODE='.
              05 RESP-NUMBER           PIC 9(5).
          03 STAMP-DISPLAY.
              05 STAMP-USERID          PIC X(8).
              05 FILLER                PIC X(1) VALUE SPACE.
              05 STAMP-DATE            PIC 9(8).
              05 FILLER                PIC X(1) VALUE SPACE.
              05 STAMP-TIME            PIC 9(6).
      *                                *********************************
      *                                * CICS COMMAREA DEFENITIONS.    *
      *                                *********************************
       01 WS-COMMAREA.
          COPY VSTUREC.

       01 HOLD-RECORD.
          COPY HOLDREC.

       01 SECT-RECORD.
          COPY CSECREC.

       01 WAIT-RECORD.
          COPY WAITREC.

       01 RGD-RECORD.
          COPY REGDTL.

      *                                *********************************
      *                                * REGOPEN KEY - THE LEADING SSN,*
      *                                * COURSE AND SECTION OF THE     *
      *                                * REGDTL ROW.                   *
      *                                *********************************
       01 REGO-KEY.
          03 REGO-SSN                  PIC 9(09).
          03 REGO-COURSE               PIC X(08).
          03 REGO-SECTION              PIC X(03).

       01 SEC-RECORD.
          COPY SECREC.

       01 AUD-RECORD.
          COPY AUDITREC.

      *                                *********************************
      *                                * THE ACTION TEXT CARRIES THE   *
      *                                * FULL SSN AND THE SECTION; THE *
      *                                * COURSE IS ON THE REGTRAN ROW. *
      *                                *********************************
       01 AUD-STU-ACTION.
          03 AUD-STU-VERB              PIC X(08).
          03 AUD-STU-SSN               PIC X(09).
          03 AUD-STU-SECTION           PIC X(03).

       COPY SSNCHKW.

       COPY SESSTOW.

       COPY MS0002.
       COPY DFHAID.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X.
      *                                *********************************
      *                                * MAIN PROCEDURE                *
      *                                *********************************
       PROCEDURE DIVISION.
       RETRY-AGAIN SECTION.
           MOVE LOW-VALUES TO DETAILSI.
           MOVE LOW-VALUES TO WS-COMMAREA.
           MOVE 'COURSE ADD/DROP' TO HEADI.

       SEND-MSG.
            EXEC CICS SEND MAP('DETAILS') MAPSET('MS0002')
                FREEKB ERASE RESP(RESP)
                END-EXEC.
           PERFORM START-SESSION-TIMER-RTN.

       RECEIVE-KEY.
            EXEC CICS RECEIVE MAP('DETAILS') MAPSET('MS0002')
                RESP(RESP)
                END-EXEC.

           PERFORM CHECK-SESSION-TIMEOUT-RTN.
           IF SESSION-TIMED-OUT
               EXEC CICS SEND TEXT
                   FROM(SESSTO-MSG) ERASE FREEKB
                   END-EXEC
               EXEC CICS RETURN END-EXEC
           END-IF.

            IF EIBAID = DFHPF3
                EXEC CICS SEND TEXT
                    FROM(DONE-MSG) ERASE FREEKB
                    END-EXEC
                EXEC CICS RETURN END-EXEC
            END-IF.

            IF EIBAID = DFHPF1
                MOVE HELP-MSG TO SMSGO
                PERFORM RESEND-DETAIL
                GO TO RECEIVE-KEY
            END-IF.

            PERFORM EDIT-REQUEST-RTN THRU EDIT-REQUEST-RTN-EXIT.

            PERFORM RESEND-DETAIL.
            GO TO RECEIVE-KEY.

       EDIT-REQUEST-RTN.
      *                                *********************************
      *                                * EDITS COMMON TO ADD AND DROP: *
      *                                * SSN FORMAT, ACTION CODE,      *
      *                                * COURSE AND SECTION PRESENT,   *
      *                                * OPERATOR AUTHORITY, STUDENT   *
      *                                * ON FILE.                      *
      *                                *********************************
           MOVE STSSNI TO SSN-EDIT-SSN.
           PERFORM VALIDATE-SSN-FORMAT-RTN.
           IF SSN-FORMAT-BAD
               MOVE BAD-SSN-MSG TO SMSGO
               GO TO EDIT-REQUEST-RTN-EXIT
           END-IF.
           MOVE STSTATI TO WS-ACTION.
           IF NOT ACTION-ADD AND NOT ACTION-DROP
               MOVE BAD-ACTION-MSG TO SMSGO
               GO TO EDIT-REQUEST-RTN-EXIT
           END-IF.
           MOVE STNAMEI(1:8) TO WS-COURSE.
           MOVE STADDRI(1:3) TO WS-SECTION.
           IF WS-COURSE = SPACES OR WS-COURSE = LOW-VALUES
                   OR WS-SECTION = SPACES OR WS-SECTION = LOW-VALUES
               MOVE BAD-COURSE-MSG TO SMSGO
               GO TO EDIT-REQUEST-RTN-EXIT
           END-IF.
      *                                *********************************
      *                                * CHANGING A REGISTRATION TAKES *
      *                                * MAINTENANCE OR SUPERVISOR     *
      *                                * AUTHORITY ON THE SECPROF      *
      *                                * PROFILE, AS P46STU'S HOLD     *
      *                                * RELEASE DOES.                 *
      *                                *********************************
           MOVE EIBTRMID TO SEC-USERID.
           EXEC CICS READ
               FILE(SECPROF)
               INTO(SEC-RECORD)
               RIDFLD(SEC-USERID)
               RESP(SEC-RESP)
               END-EXEC.
           IF SEC-RESP NOT = DFHRESP(NORMAL)
                   OR SEC-INQUIRY-ONLY
                   OR SEC-SUSPENDED
               MOVE NO-AUTH-MSG TO SMSGO
               MOVE 'REGDENY' TO AUD-STU-VERB
               PERFORM WRITE-AUDIT-RTN
               GO TO EDIT-REQUEST-RTN-EXIT
           END-IF.

           MOVE STSSNI TO STU-SSN.
           EXEC CICS READ
               FILE(VSAMSTU)
               INTO(WS-COMMAREA)
               RIDFLD(STU-SSN)
               RESP(RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN RESP = DFHRESP(NOTFND)
                   MOVE NOT-FOUND-MSG TO SMSGO
                   GO TO EDIT-REQUEST-RTN-EXIT
               WHEN OTHER
                   MOVE VSAMSTU TO VSAM-ERR-FILE
                   MOVE RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO SMSGO
                   GO TO EDIT-REQUEST-RTN-EXIT
           END-EVALUATE.

           IF ACTION-ADD
               PERFORM ADD-COURSE-RTN THRU ADD-COURSE-RTN-EXIT
           ELSE
               PERFORM DROP-COURSE-RTN THRU DROP-COURSE-RTN-EXIT
           END-IF.
       EDIT-REQUEST-RTN-EXIT. EXIT.

       ADD-COURSE-RTN.
      *                                *********************************
      *                                * AN ADD NEEDS AN ACTIVE        *
      *                                * STUDENT WITH NO REGISTRATION  *
      *                                * HOLD, AND AN OPEN SECTION OF  *
      *                                * A COURSE STILL IN THE         *
      *                                * CATALOG.  THE SECTION IS READ *
      *                                * FOR UPDATE SO TWO TERMINALS   *
      *                                * CANNOT BOTH TAKE THE LAST     *
      *                                * SEAT.                         *
      *                                *********************************
           IF NOT STU-STAT-ACTIVE
               MOVE NOT-ACTIVE-MSG TO SMSGO
               GO TO ADD-COURSE-RTN-EXIT
           END-IF.
           PERFORM CHECK-HOLDS-RTN.
           IF STUDENT-HELD
               MOVE HLD-TYPE TO HELD-MSG-TYPE
               MOVE HELD-MSG TO SMSGO
               MOVE 'REGHELD' TO AUD-STU-VERB
               PERFORM WRITE-AUDIT-RTN
               GO TO ADD-COURSE-RTN-EXIT
           END-IF.
      *                                *********************************
      *                                * A STUDENT ALREADY HOLDING A   *
      *                                * SEAT, OR ALREADY IN LINE FOR  *
      *                                * ONE, IN THIS SECTION CANNOT   *
      *                                * TAKE A SECOND.                *
      *                                *********************************
           PERFORM READ-REGOPEN-RTN.
           IF RO-RESP = DFHRESP(NORMAL)
               MOVE ALREADY-REG-MSG TO SMSGO
               GO TO ADD-COURSE-RTN-EXIT
           END-IF.
           IF RO-RESP NOT = DFHRESP(NOTFND)
               GO TO ADD-COURSE-RTN-EXIT
           END-IF.
           PERFORM FIND-WAIT-RTN THRU FIND-WAIT-RTN-EXIT.
           IF WAIT-FOUND
               MOVE ALREADY-WAIT-MSG TO SMSGO
               GO TO ADD-COURSE-RTN-EXIT
           END-IF.
           PERFORM READ-SECTION-RTN.
           IF RESP NOT = DFHRESP(NORMAL)
               GO TO ADD-COURSE-RTN-EXIT
           END-IF.
           IF SCT-CRS-HOURS = 0
               MOVE NOT-CATALOG-MSG TO SMSGO
               PERFORM UNLOCK-SECTION-RTN
               GO TO ADD-COURSE-RTN-EXIT
           END-IF.
           IF SCT-CLOSED
               MOVE CLOSED-MSG TO SMSGO
               PERFORM UNLOCK-SECTION-RTN
               GO TO ADD-COURSE-RTN-EXIT
           END-IF.
           PERFORM GET-TODAY-RTN.
           IF SCT-ENROLLED < SCT-CAPACITY
               PERFORM TAKE-SEAT-RTN THRU TAKE-SEAT-RTN-EXIT
           ELSE
               PERFORM JOIN-WAITLIST-RTN THRU JOIN-WAITLIST-RTN-EXIT
           END-IF.
       ADD-COURSE-RTN-EXIT. EXIT.

       TAKE-SEAT-RTN.
      *                                *********************************
      *                                * THE SEAT COUNT, THE OPEN      *
      *                                * REGISTRATION AND THE REGTRAN  *
      *                                * ROW ARE ONE UNIT OF WORK - A  *
      *                                * FAILURE ON ANY OF THEM BACKS  *
      *                                * OUT THE OTHERS.               *
      *                                *********************************
           ADD 1 TO SCT-ENROLLED.
           PERFORM REWRITE-SECTION-RTN.
           IF RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO TAKE-SEAT-RTN-EXIT
           END-IF.
           MOVE SPACES        TO RGD-RECORD.
           MOVE WS-TODAY-8    TO RGD-ADD-DATE.
           MOVE 0             TO RGD-DROP-DATE.
           PERFORM WRITE-REGTRAN-RTN.
           IF RG-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO TAKE-SEAT-RTN-EXIT
           END-IF.
           PERFORM WRITE-REGOPEN-RTN.
           IF RO-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO TAKE-SEAT-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE ADDED-MSG TO SMSGO.
           MOVE 'REGADD' TO AUD-STU-VERB.
           PERFORM WRITE-AUDIT-RTN.
       TAKE-SEAT-RTN-EXIT. EXIT.

       JOIN-WAITLIST-RTN.
      *                                *********************************
      *                                * A FULL SECTION HANDS OUT THE  *
      *                                * NEXT WAITLIST SEQUENCE; THE   *
      *                                * NIGHTLY SECTION RUN PROMOTES  *
      *                                * IN THAT ORDER AS SEATS OPEN.  *
      *                                *********************************
           IF SCT-NEXT-WAIT-SEQ NOT < 9999
               MOVE WAIT-FULL-MSG TO SMSGO
               PERFORM UNLOCK-SECTION-RTN
               GO TO JOIN-WAITLIST-RTN-EXIT
           END-IF.
           ADD 1 TO SCT-NEXT-WAIT-SEQ.
           ADD 1 TO SCT-WAIT-CNT.
           PERFORM REWRITE-SECTION-RTN.
           IF RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO JOIN-WAITLIST-RTN-EXIT
           END-IF.
           MOVE SPACES            TO WAIT-RECORD.
           MOVE WS-COURSE         TO WL-COURSE.
           MOVE WS-SECTION        TO WL-SECTION.
           MOVE SCT-NEXT-WAIT-SEQ TO WL-SEQ.
           MOVE STU-SSN           TO WL-SSN.
           MOVE WS-TODAY-8        TO WL-REQ-DATE.
           MOVE 'W'               TO WL-STATUS.
           MOVE WS-TODAY-8        TO WL-STATUS-DATE.
           MOVE EIBTRMID          TO WL-USERID.
           EXEC CICS WRITE
               FILE(WAITLIST)
               FROM(WAIT-RECORD)
               RIDFLD(WL-KEY)
               RESP(WL-RESP)
               END-EXEC.
           IF WL-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE WAITLIST TO VSAM-ERR-FILE
               MOVE WL-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
               GO TO JOIN-WAITLIST-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE SCT-WAIT-CNT TO WAITED-POS.
           MOVE WAITED-MSG TO SMSGO.
           MOVE 'REGWAIT' TO AUD-STU-VERB.
           PERFORM WRITE-AUDIT-RTN.
       JOIN-WAITLIST-RTN-EXIT. EXIT.

       DROP-COURSE-RTN.
      *                                *********************************
      *                                * A STUDENT STILL WAITING FOR   *
      *                                * THE SECTION COMES OFF THE     *
      *                                * WAITLIST ('X'); OTHERWISE THE *
      *                                * OPEN REGISTRATION IS REMOVED, *
      *                                * THE SEAT IS GIVEN BACK AND A  *
      *                                * DROP ROW GOES TO REGTRAN, ALL *
      *                                * IN ONE UNIT OF WORK.  NO OPEN *
      *                                * REGISTRATION, NO DROP - THE   *
      *                                * SEAT COUNT IS NOT TOUCHED.    *
      *                                *********************************
           PERFORM READ-SECTION-RTN.
           IF RESP NOT = DFHRESP(NORMAL)
               GO TO DROP-COURSE-RTN-EXIT
           END-IF.
           PERFORM GET-TODAY-RTN.
           PERFORM FIND-WAIT-RTN THRU FIND-WAIT-RTN-EXIT.
           IF WAIT-FOUND
               PERFORM CANCEL-WAIT-RTN THRU CANCEL-WAIT-RTN-EXIT
               GO TO DROP-COURSE-RTN-EXIT
           END-IF.
           PERFORM DELETE-REGOPEN-RTN.
           IF RO-RESP = DFHRESP(NOTFND)
               PERFORM UNLOCK-SECTION-RTN
               MOVE NOT-REG-MSG TO SMSGO
               GO TO DROP-COURSE-RTN-EXIT
           END-IF.
           IF RO-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO DROP-COURSE-RTN-EXIT
           END-IF.
           IF SCT-ENROLLED > 0
               SUBTRACT 1 FROM SCT-ENROLLED
           END-IF.
           PERFORM REWRITE-SECTION-RTN.
           IF RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO DROP-COURSE-RTN-EXIT
           END-IF.
           MOVE SPACES        TO RGD-RECORD.
           MOVE 0             TO RGD-ADD-DATE.
           MOVE WS-TODAY-8    TO RGD-DROP-DATE.
           PERFORM WRITE-REGTRAN-RTN.
           IF RG-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO DROP-COURSE-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE DROPPED-MSG TO SMSGO.
           MOVE 'REGDROP' TO AUD-STU-VERB.
           PERFORM WRITE-AUDIT-RTN.
       DROP-COURSE-RTN-EXIT. EXIT.

       FIND-WAIT-RTN.
      *                                *********************************
      *                                * BROWSE THE SECTION'S WAITLIST *
      *                                * FOR THIS STUDENT STILL        *
      *                                * WAITING.                      *
      *                                *********************************
           MOVE 'N' TO WAIT-FOUND-SW.
           MOVE WS-COURSE  TO WL-COURSE.
           MOVE WS-SECTION TO WL-SECTION.
           MOVE 0          TO WL-SEQ.
           EXEC CICS STARTBR
               FILE(WAITLIST)
               RIDFLD(WL-KEY)
               GTEQ
               RESP(WL-RESP)
               END-EXEC.
           IF WL-RESP NOT = DFHRESP(NORMAL)
               GO TO FIND-WAIT-RTN-EXIT
           END-IF.
           MOVE 'N' TO BROWSE-DONE-SW.
           PERFORM READ-NEXT-WAIT-RTN THRU READ-NEXT-WAIT-RTN-EXIT
               UNTIL BROWSE-DONE.
           EXEC CICS ENDBR
               FILE(WAITLIST)
               END-EXEC.
       FIND-WAIT-RTN-EXIT. EXIT.

       READ-NEXT-WAIT-RTN.
           EXEC CICS READNEXT
               FILE(WAITLIST)
               INTO(WAIT-RECORD)
               RIDFLD(WL-KEY)
               RESP(WL-RESP)
               END-EXEC.
           IF WL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-NEXT-WAIT-RTN-EXIT
           END-IF.
           IF WL-COURSE NOT = WS-COURSE
                   OR WL-SECTION NOT = WS-SECTION
               MOVE 'Y' TO BROWSE-DONE-SW
               GO TO READ-NEXT-WAIT-RTN-EXIT
           END-IF.
           IF WL-SSN = STU-SSN AND WL-WAITING
               MOVE 'Y' TO WAIT-FOUND-SW
               MOVE 'Y' TO BROWSE-DONE-SW
           END-IF.
       READ-NEXT-WAIT-RTN-EXIT. EXIT.

       CANCEL-WAIT-RTN.
           EXEC CICS READ
               FILE(WAITLIST)
               INTO(WAIT-RECORD)
               RIDFLD(WL-KEY)
               UPDATE
               RESP(WL-RESP)
               END-EXEC.
           IF WL-RESP NOT = DFHRESP(NORMAL)
               PERFORM UNLOCK-SECTION-RTN
               MOVE WAITLIST TO VSAM-ERR-FILE
               MOVE WL-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
               GO TO CANCEL-WAIT-RTN-EXIT
           END-IF.
           MOVE 'X'        TO WL-STATUS.
           MOVE WS-TODAY-8 TO WL-STATUS-DATE.
           MOVE EIBTRMID   TO WL-USERID.
           EXEC CICS REWRITE
               FILE(WAITLIST)
               FROM(WAIT-RECORD)
               RESP(WL-RESP)
               END-EXEC.
           IF WL-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE WAITLIST TO VSAM-ERR-FILE
               MOVE WL-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
               GO TO CANCEL-WAIT-RTN-EXIT
           END-IF.
           IF SCT-WAIT-CNT > 0
               SUBTRACT 1 FROM SCT-WAIT-CNT
           END-IF.
           PERFORM REWRITE-SECTION-RTN.
           IF RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               GO TO CANCEL-WAIT-RTN-EXIT
           END-IF.
           EXEC CICS SYNCPOINT END-EXEC.
           MOVE WAIT-CANCEL-MSG TO SMSGO.
           MOVE 'WAITCANC' TO AUD-STU-VERB.
           PERFORM WRITE-AUDIT-RTN.
       CANCEL-WAIT-RTN-EXIT. EXIT.

       CHECK-HOLDS-RTN.
      *                                *********************************
      *                                * FINANCIAL, DISCIPLINARY AND   *
      *                                * ACADEMIC HOLDS BLOCK AN ADD - *
      *                                * THE SAME TYPES THE NIGHTLY    *
      *                                * SECTION RUN PASSES OVER ON    *
      *                                * THE WAITLIST.                 *
      *                                *********************************
           MOVE 'N' TO HELD-SW.
           PERFORM CHECK-ONE-HOLD-RTN
               VARYING HOLD-SUB FROM 1 BY 1
               UNTIL HOLD-SUB > 3 OR STUDENT-HELD.
       CHECK-HOLDS-RTN-EXIT. EXIT.

       CHECK-ONE-HOLD-RTN.
           MOVE STU-SSN            TO HLD-SSN.
           MOVE WS-HTYPE(HOLD-SUB) TO HLD-TYPE.
           EXEC CICS READ
               FILE(HOLDFILE)
               INTO(HOLD-RECORD)
               RIDFLD(HLD-KEY)
               RESP(HLD-RESP)
               END-EXEC.
           IF HLD-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO HELD-SW
           END-IF.
       CHECK-ONE-HOLD-RTN-EXIT. EXIT.

       READ-SECTION-RTN.
           MOVE WS-COURSE  TO SCT-COURSE.
           MOVE WS-SECTION TO SCT-SECTION.
           EXEC CICS READ
               FILE(SECTFILE)
               INTO(SECT-RECORD)
               RIDFLD(SCT-KEY)
               UPDATE
               RESP(RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN RESP = DFHRESP(NORMAL)
                   MOVE SCT-CRS-HOURS TO STCREDO
               WHEN RESP = DFHRESP(NOTFND)
                   MOVE NO-SECT-MSG TO SMSGO
               WHEN OTHER
                   MOVE SECTFILE TO VSAM-ERR-FILE
                   MOVE RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO SMSGO
           END-EVALUATE.
       READ-SECTION-RTN-EXIT. EXIT.

       REWRITE-SECTION-RTN.
           EXEC CICS REWRITE
               FILE(SECTFILE)
               FROM(SECT-RECORD)
               RESP(RESP)
               END-EXEC.
           IF RESP NOT = DFHRESP(NORMAL)
               MOVE SECTFILE TO VSAM-ERR-FILE
               MOVE RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
           END-IF.
       REWRITE-SECTION-RTN-EXIT. EXIT.

       UNLOCK-SECTION-RTN.
           EXEC CICS UNLOCK
               FILE(SECTFILE)
               END-EXEC.
       UNLOCK-SECTION-RTN-EXIT. EXIT.

       WRITE-REGTRAN-RTN.
      *                                *********************************
      *                                * APPEND THE ADD OR DROP TO THE *
      *                                * REGISTRATION TRANSACTION FILE *
      *                                * THE SAME RBA WAY P44STU       *
      *                                * APPENDS ALIASFIL, STAMPED     *
      *                                * WITH THE OPERATOR AND TIME    *
      *                                * THE WAY STU-LAST-CHANGED IS.  *
      *                                * THE CALLER HAS SET THE ADD OR *
      *                                * DROP DATE.                    *
      *                                *********************************
           MOVE STU-SSN       TO RGD-SSN.
           MOVE WS-COURSE     TO RGD-COURSE.
           MOVE WS-SECTION    TO RGD-SECTION.
           MOVE SCT-CRS-HOURS TO RGD-CREDITS.
           MOVE EIBTRMID      TO RGD-USERID.
           MOVE WS-TODAY-8    TO RGD-CHG-DATE.
           MOVE EIBTIME       TO RGD-CHG-TIME.
           MOVE 'P47STU  '    TO RGD-SOURCE.
           EXEC CICS WRITE
               FILE(REGTRAN)
               FROM(RGD-RECORD)
               RIDFLD(RG-RBA)
               RBA
               RESP(RG-RESP)
               END-EXEC.
           IF RG-RESP = DFHRESP(NORMAL)
               MOVE RGD-USERID   TO STAMP-USERID
               MOVE RGD-CHG-DATE TO STAMP-DATE
               MOVE RGD-CHG-TIME TO STAMP-TIME
               MOVE STAMP-DISPLAY TO STCHGO
           ELSE
               MOVE REGTRAN TO VSAM-ERR-FILE
               MOVE RG-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
           END-IF.
       WRITE-REGTRAN-RTN-EXIT. EXIT.

       READ-REGOPEN-RTN.
           MOVE STU-SSN    TO REGO-SSN.
           MOVE WS-COURSE  TO REGO-COURSE.
           MOVE WS-SECTION TO REGO-SECTION.
           EXEC CICS READ
               FILE(REGOPEN)
               INTO(RGD-RECORD)
               RIDFLD(REGO-KEY)
               RESP(RO-RESP)
               END-EXEC.
           IF RO-RESP NOT = DFHRESP(NORMAL)
                   AND RO-RESP NOT = DFHRESP(NOTFND)
               MOVE REGOPEN TO VSAM-ERR-FILE
               MOVE RO-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
           END-IF.
       READ-REGOPEN-RTN-EXIT. EXIT.

       WRITE-REGOPEN-RTN.
      *                                *********************************
      *                                * THE ADD ROW JUST WRITTEN TO   *
      *                                * REGTRAN BECOMES THE STUDENT'S *
      *                                * OPEN REGISTRATION.  DUPREC    *
      *                                * MEANS ANOTHER TERMINAL GOT    *
      *                                * THERE FIRST.                  *
      *                                *********************************
           MOVE RGD-SSN     TO REGO-SSN.
           MOVE RGD-COURSE  TO REGO-COURSE.
           MOVE RGD-SECTION TO REGO-SECTION.
           EXEC CICS WRITE
               FILE(REGOPEN)
               FROM(RGD-RECORD)
               RIDFLD(REGO-KEY)
               RESP(RO-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN RO-RESP = DFHRESP(NORMAL)
                   CONTINUE
               WHEN RO-RESP = DFHRESP(DUPREC)
                   MOVE ALREADY-REG-MSG TO SMSGO
               WHEN OTHER
                   MOVE REGOPEN TO VSAM-ERR-FILE
                   MOVE RO-RESP TO VSAM-ERR-RESP
                   MOVE VSAM-ERR-MSG TO SMSGO
           END-EVALUATE.
       WRITE-REGOPEN-RTN-EXIT. EXIT.

       DELETE-REGOPEN-RTN.
           MOVE STU-SSN    TO REGO-SSN.
           MOVE WS-COURSE  TO REGO-COURSE.
           MOVE WS-SECTION TO REGO-SECTION.
           EXEC CICS DELETE
               FILE(REGOPEN)
               RIDFLD(REGO-KEY)
               RESP(RO-RESP)
               END-EXEC.
           IF RO-RESP NOT = DFHRESP(NORMAL)
                   AND RO-RESP NOT = DFHRESP(NOTFND)
               MOVE REGOPEN TO VSAM-ERR-FILE
               MOVE RO-RESP TO VSAM-ERR-RESP
               MOVE VSAM-ERR-MSG TO SMSGO
           END-IF.
       DELETE-REGOPEN-RTN-EXIT. EXIT.

       GET-TODAY-RTN.
      *                                *********************************
      *                                * REGTRAN AND THE WAITLIST      *
      *                                * CARRY YYYYMMDD - RAW EIBDATE  *
      *                                * IS CICS JULIAN.               *
      *                                *********************************
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
               END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-TODAY-8)
               END-EXEC.
       GET-TODAY-RTN-EXIT. EXIT.

       WRITE-AUDIT-RTN.
      *                                *********************************
      *                                * APPEND ONE ENTRY TO THE       *
      *                                * STUDENT-SCREEN AUDIT TRAIL    *
      *                                * (TS QUEUE) - WHO ADDED OR     *
      *                                * DROPPED WHAT, AND WHEN.       *
      *                                *********************************
           MOVE EIBTRNID  TO AUD-TRANSID.
           MOVE EIBTRMID  TO AUD-TERMID.
           MOVE 'P47STU'  TO AUD-PROGRAM.
           MOVE EIBDATE   TO AUD-DATE.
           MOVE EIBTIME   TO AUD-TIME.
           MOVE STSSNI(1:8) TO AUD-ACCT-NUMBER.
           MOVE STSSNI      TO AUD-STU-SSN.
           MOVE WS-SECTION  TO AUD-STU-SECTION.
           MOVE AUD-STU-ACTION TO AUD-ACTION.
           EXEC CICS WRITEQ TS
               QUEUE(TS-QUEUE)
               FROM(AUD-RECORD)
               LENGTH(LENGTH OF AUD-RECORD)
               END-EXEC.
       WRITE-AUDIT-RTN-EXIT. EXIT.

       RESEND-DETAIL.
            EXEC CICS SEND MAP('DETAILS') MAPSET('MS0002')
                DATAONLY
                RESP(RESP)
                END-EXEC.
           PERFORM START-SESSION-TIMER-RTN.
       RESEND-DETAIL-EXIT. EXIT.

       COPY SSNCHK.

       COPY SESSTO.
