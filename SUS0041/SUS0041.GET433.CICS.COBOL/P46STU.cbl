          03 BAD-SSN-MSG               PIC X(79) VALUE
              'SSN FAILS THE FORMAT CHECK - PLEASE RE-ENTER.'.
          03 BAD-TYPE-MSG              PIC X(79) VALUE
              'HOLD TYPE MUST BE F, L, D, M OR A.'.
          03 NOT-HELD-MSG              PIC X(79) VALUE
              'NO HOLD OF THAT TYPE FOR THAT SSN.'.
          03 RELEASED-MSG              PIC X(79) VALUE
              05 FILLER                PIC X(37)
                 VALUE '"P46STU  " INTERNAL ERROR, RESP CODE='.
              05 RESP-NUMBER           PIC 9(5).
          03 WS-TYPE-TBL               PIC X(5)  VALUE 'FLDMA'.
          03 WS-TYPE-R REDEFINES WS-TYPE-TBL.
              05 WS-TYPE               PIC X OCCURS 5 TIMES.
          03 TYPE-SUB                  PIC 9     VALUE 1.
          03 WS-HOLD-CNT               PIC 9     VALUE 0.
          03 WS-REL-TYPE               PIC X     VALUE SPACE.
                 VALUE 'HOLDS FOR SSN   '.
              10 HT-SSN                 PIC X(9).
              10 FILLER                 PIC X(55) VALUE SPACES.
           05 HT-LINE-TBL OCCURS 5 TIMES.
              10 HT-TYPE                PIC X(1).
              10 FILLER                 PIC X(2)  VALUE SPACES.
              10 HT-REASON              PIC X(30).
       LIST-HOLDS-RTN.
      *                                *********************************
      *                                * ONE KEYED READ PER HOLD TYPE  *
      *                                * - FIVE TYPES, FIVE READS,     *
      *                                * SIMPLER THAN A BROWSE.        *
      *                                *********************************
           MOVE 0 TO WS-HOLD-CNT.
           MOVE STSSNI TO HT-SSN.
           PERFORM CLEAR-LINE-RTN
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 5.
           PERFORM READ-ONE-TYPE-RTN
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 5.
           IF WS-HOLD-CNT = 0
               MOVE NO-HOLDS-MSG TO SMSGO
               PERFORM RESEND-DETAIL
           IF WS-REL-TYPE NOT = 'F' AND WS-REL-TYPE NOT = 'L'
                   AND WS-REL-TYPE NOT = 'D'
                   AND WS-REL-TYPE NOT = 'M'
                   AND WS-REL-TYPE NOT = 'A'
               MOVE BAD-TYPE-MSG TO SMSGO
               PERFORM RESEND-DETAIL
               GO TO RELEASE-HOLD-RTN-EXIT
               END-EXEC.
           IF SEC-RESP NOT = DFHRESP(NORMAL)
                   OR SEC-INQUIRY-ONLY
                   OR SEC-SUSPENDED
               MOVE NO-AUTH-MSG TO SMSGO
               MOVE 'HOLDDENY' TO AUD-STU-VERB
               MOVE STSSNI      TO AUD-STU-SSN
