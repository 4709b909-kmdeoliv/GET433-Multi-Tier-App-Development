      *                                * NUMBER ON THE DETAIL SCREEN,  *
      *                                * THIS PROGRAM READS VSAMFILE   *
      *                                * AND REDISPLAYS THE REST OF    *
      *                                * THE SCREEN DATAONLY.  AN      *
      *                                * ACCOUNT WITH DEPOSITS UNDER   *
      *                                * AVAILABILITY HOLD SHOWS THE   *
      *                                * HELD AMOUNT, THE AVAILABLE    *
      *                                * BALANCE AND THE NEXT RELEASE  *
      *                                * DATE ON THE MESSAGE LINE.     *
      *                                *********************************
       WORKING-STORAGE SECTION.
      *                                *********************************
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 VSAMFILE                  PIC X(8)  VALUE 'VSAMFILE'.
          03 FUNDHOLD                  PIC X(8)  VALUE 'FUNDHOLD'.
          03 RESP                      PIC 9(4)  COMP.
          03 FHD-RESP                  PIC 9(4)  COMP.
          03 HOLD-BROWSE-KEY           PIC X(22) VALUE SPACES.
          03 HOLD-EOF-SW               PIC X     VALUE SPACES.
              88 HOLD-EOF                  VALUE 'F'.
          03 WS-NEXT-RELEASE           PIC 9(8)  VALUE 0.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              'ACCOUNT NOT ON FILE - PLEASE RE-ENTER.'.
          03 FOUND-MSG                 PIC X(79) VALUE
                 'TYPE AN 8-CHARACTER ACCOUNT NUMBER AND '.
              05 FILLER                PIC X(39) VALUE
                 'PRESS ENTER TO LOOK IT UP.  PF3=EXIT. '.
          03 HOLD-INFO-MSG.
              05 FILLER                PIC X(8)  VALUE 'ON HOLD '.
              05 IM-HOLD               PIC ZZZ,ZZZ,ZZ9.99.
              05 FILLER                PIC X(12) VALUE
                 '  AVAILABLE '.
              05 IM-AVAIL              PIC -ZZZ,ZZZ,ZZ9.99.
              05 FILLER                PIC X(15) VALUE
                 '  NEXT RELEASE '.
              05 IM-RELEASE            PIC X(8).
              05 FILLER                PIC X(7)  VALUE SPACES.
      *
          03 RESP-MSG.
              05 FILLER                PIC X(37)
       01 WS-COMMAREA.
          COPY ACCTREC.

       01 FHD-RECORD.
          COPY FHDREC.

       01 AUD-RECORD.
          COPY AUDITREC.

                WHEN RESP = DFHRESP(NORMAL)
                    PERFORM FORMAT-DETAIL-RTN
                    MOVE FOUND-MSG TO DMSGO
                    PERFORM SHOW-HOLDS-RTN THRU SHOW-HOLDS-RTN-EXIT
                    MOVE ACCT-NUMBER TO AUD-ACCT-NUMBER
                    MOVE 'INQUIRY' TO AUD-ACTION
                    PERFORM WRITE-AUDIT-RTN
           MOVE STATUS-TEXT(STATUS-SUB) TO STATO.
       FORMAT-DETAIL-RTN-EXIT. EXIT.

       SHOW-HOLDS-RTN.
      *                                *********************************
      *                                * THE HELD TOTAL IS ON THE      *
      *                                * ACCOUNT; THE EARLIEST RELEASE *
      *                                * DATE COMES FROM BROWSING THE  *
      *                                * ACCOUNT'S FUNDHOLD RECORDS.   *
      *                                *********************************
           IF ACCT-HOLD-AMOUNT NOT NUMERIC
               GO TO SHOW-HOLDS-RTN-EXIT
           END-IF.
           IF ACCT-HOLD-AMOUNT = 0
               GO TO SHOW-HOLDS-RTN-EXIT
           END-IF.
           MOVE ACCT-HOLD-AMOUNT TO IM-HOLD.
           COMPUTE IM-AVAIL = ACCT-BALANCE - ACCT-HOLD-AMOUNT.
           MOVE 99999999 TO WS-NEXT-RELEASE.
           MOVE SPACES TO HOLD-EOF-SW.
           MOVE LOW-VALUES TO HOLD-BROWSE-KEY.
           MOVE ACCT-NUMBER TO HOLD-BROWSE-KEY(1:8).
           EXEC CICS STARTBR
               FILE(FUNDHOLD)
               RIDFLD(HOLD-BROWSE-KEY)
               GTEQ
               RESP(FHD-RESP)
               END-EXEC.
           IF FHD-RESP = DFHRESP(NORMAL)
               PERFORM NEXT-HOLD-RTN
                   UNTIL HOLD-EOF
               EXEC CICS ENDBR FILE(FUNDHOLD) END-EXEC
           END-IF.
           IF WS-NEXT-RELEASE = 99999999
               MOVE SPACES TO IM-RELEASE
           ELSE
               MOVE WS-NEXT-RELEASE TO IM-RELEASE
           END-IF.
           MOVE HOLD-INFO-MSG TO DMSGO.
       SHOW-HOLDS-RTN-EXIT. EXIT.

       NEXT-HOLD-RTN.
           EXEC CICS READNEXT
               FILE(FUNDHOLD)
               INTO(FHD-RECORD)
               RIDFLD(HOLD-BROWSE-KEY)
               RESP(FHD-RESP)
               END-EXEC.
           IF FHD-RESP NOT = DFHRESP(NORMAL)
                   OR FHD-ACCT-NUMBER NOT = ACCT-NUMBER
               MOVE 'F' TO HOLD-EOF-SW
           ELSE
               IF FHD-HELD
                       AND FHD-RELEASE-DATE < WS-NEXT-RELEASE
                   MOVE FHD-RELEASE-DATE TO WS-NEXT-RELEASE
               END-IF
           END-IF.
       NEXT-HOLD-RTN-EXIT. EXIT.

       RESEND-DETAIL.
            EXEC CICS SEND MAP('DETAILS') MAPSET('MS0001')
                DATAONLY
