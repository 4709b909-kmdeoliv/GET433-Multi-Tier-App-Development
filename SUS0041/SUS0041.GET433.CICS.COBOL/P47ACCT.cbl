      *                                * BACKWARD FROM THE MOST RECENT *
      *                                * POSTING, A PAGE AT A TIME,    *
      *                                * THE WAY P49ACCT PAGES THE     *
      *                                * ACCOUNT LIST.  A DEPOSIT THAT *
      *                                * WENT UNDER AN AVAILABILITY    *
      *                                * HOLD SHOWS THE HELD AMOUNT,   *
      *                                * ITS RELEASE DATE AND H (HELD) *
      *                                * OR R (RELEASED).              *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 ACCTLDG                   PIC X(8)  VALUE 'ACCTLDG '.
          03 FUNDHOLD                  PIC X(8)  VALUE 'FUNDHOLD'.
          03 FHD-RESP                  PIC 9(4)  COMP.
          03 TS-QUEUE                  PIC X(8)  VALUE 'ACCTAUD '.
          03 RESP                      PIC 9(4)  COMP.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              10 BL-BEFORE              PIC -(9)9.99.
              10 FILLER                 PIC X(2)  VALUE SPACES.
              10 BL-AFTER               PIC -(9)9.99.
              10 FILLER                 PIC X(1)  VALUE SPACES.
              10 BL-HOLD                PIC Z(8)9.99
                                        BLANK WHEN ZERO.
              10 FILLER                 PIC X(1)  VALUE SPACES.
              10 BL-RELEASE             PIC X(8).
              10 FILLER                 PIC X(1)  VALUE SPACES.
              10 BL-HOLD-ST             PIC X(1).

       01 WS-COMMAREA.
          COPY ACCTREC.
       01 LDG-RECORD.
          COPY LDGREC.

       01 FHD-RECORD.
          COPY FHDREC.

       01 AUD-RECORD.
          COPY AUDITREC.

           MOVE LDG-SOURCE TO BL-SOURCE(BROWSE-LINE-COUNT).
           MOVE LDG-BEFORE-BALANCE TO BL-BEFORE(BROWSE-LINE-COUNT).
           MOVE LDG-AFTER-BALANCE  TO BL-AFTER(BROWSE-LINE-COUNT).
      * A HOLD CARRIES ITS DEPOSIT'S LEDGER KEY - NOT FOUND MEANS THE
      * POSTING WAS NEVER HELD.
           MOVE LDG-ACCT-NUMBER TO FHD-ACCT-NUMBER.
           MOVE LDG-DATE        TO FHD-DATE.
           MOVE LDG-TIME        TO FHD-TIME.
           EXEC CICS READ
               FILE(FUNDHOLD)
               INTO(FHD-RECORD)
               RIDFLD(FHD-KEY)
               RESP(FHD-RESP)
               END-EXEC.
           IF FHD-RESP = DFHRESP(NORMAL)
               MOVE FHD-AMOUNT  TO BL-HOLD(BROWSE-LINE-COUNT)
               MOVE FHD-RELEASE-DATE
                                TO BL-RELEASE(BROWSE-LINE-COUNT)
               MOVE FHD-STATUS  TO BL-HOLD-ST(BROWSE-LINE-COUNT)
           ELSE
               MOVE 0           TO BL-HOLD(BROWSE-LINE-COUNT)
               MOVE SPACES      TO BL-RELEASE(BROWSE-LINE-COUNT)
               MOVE SPACES      TO BL-HOLD-ST(BROWSE-LINE-COUNT)
           END-IF.
       FORMAT-BROWSE-LINE-RTN-EXIT. EXIT.

       WRITE-AUDIT-RTN.
