      *                                * SCREEN DATAONLY, IN THE SAME  *
      *                                * STYLE AS P43ACCT'S ACCOUNT    *
      *                                * INQUIRY.                      *
      *                                * A STUDENT WHO HAS WITHHELD    *
      *                                * DIRECTORY INFORMATION (THE    *
      *                                * STUPRIV FLAG) SHOWS WITH THE  *
      *                                * NAME AND ADDRESS MASKED.      *
      *                                *********************************
       WORKING-STORAGE SECTION.
      *                                *********************************
       01 WORKING-AREA-FIELDS.
          03 DONE-MSG                  PIC X(30) VALUE 'WELL DONE'.
          03 VSAMSTU                   PIC X(8)  VALUE 'VSAMSTU '.
          03 STUPRIV                   PIC X(8)  VALUE 'STUPRIV '.
          03 PRV-RESP                  PIC 9(4)  COMP.
          03 RESP                      PIC 9(4)  COMP.
          03 NOT-FOUND-MSG             PIC X(79) VALUE
              'STUDENT NOT ON FILE - PLEASE RE-ENTER.'.
              'PRESS PF3 TO RETURN.'.
          03 BAD-SSN-MSG               PIC X(79) VALUE
              'SSN FAILS THE FORMAT CHECK - PLEASE RE-ENTER.'.
          03 PRIV-MSG                  PIC X(79) VALUE
              'DIRECTORY INFORMATION WITHHELD AT STUDENT REQUEST.'.
          03 PRIV-MASK                 PIC X(20) VALUE
              '** WITHHELD **'.
      *                                *********************************
      *                                * A NOT-FOUND IS THE OPERATOR'S *
      *                                * PROBLEM; ANY OTHER BAD        *
       01 AUD-RECORD.
          COPY AUDITREC.

       01 PRV-RECORD.
          COPY PRVREC.

      *                                *********************************
      *                                * THE ACTION TEXT CARRIES THE   *
      *                                * FULL NINE-DIGIT SSN - THE     *
                    MOVE FOUND-MSG TO SMSGO
                    MOVE STU-SSN(1:8) TO AUD-ACCT-NUMBER
                    MOVE 'INQUIRY' TO AUD-STU-VERB
                    PERFORM CHECK-PRIVACY-RTN
                    MOVE STU-SSN TO AUD-STU-SSN
                    MOVE AUD-STU-ACTION TO AUD-ACTION
                    PERFORM WRITE-AUDIT-RTN
               END-EXEC.
       WRITE-AUDIT-RTN-EXIT. EXIT.

       CHECK-PRIVACY-RTN.
      *                                *********************************
      *                                * NO STUPRIV ROW MEANS NOTHING  *
      *                                * WITHHELD.  A WITHHELD STUDENT *
      *                                * HAS NAME AND ADDRESS MASKED   *
      *                                * AND THE LOOKUP IS AUDITED     *
      *                                * UNDER ITS OWN VERB.           *
      *                                *********************************
           MOVE 'N' TO STPRIVO.
           MOVE STU-SSN TO PRV-SSN.
            EXEC CICS READ
                FILE(STUPRIV)
                INTO(PRV-RECORD)
                RIDFLD(PRV-SSN)
                RESP(PRV-RESP)
                END-EXEC.
           IF PRV-RESP = DFHRESP(NORMAL) AND PRV-WITHHELD
               MOVE 'Y'       TO STPRIVO
               MOVE PRIV-MASK TO STNAMEO
               MOVE PRIV-MASK TO STADDRO
               MOVE PRIV-MSG  TO SMSGO
               MOVE 'INQPRIV' TO AUD-STU-VERB
           END-IF.
       CHECK-PRIVACY-RTN-EXIT. EXIT.

       FORMAT-DETAIL-RTN.
      *                                *********************************
      *                                * MOVE THE STUDENT RECORD TO    *
