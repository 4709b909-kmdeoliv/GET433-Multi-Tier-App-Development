      **** ACCUMULATED CHECK-ISSUE DETAILS - THE PRIOR RUN'S
      **** OUTSTANDING FILE CONCATENATED WITH THE NEW POSITIVE-PAY
      **** ISSUE FILES ON ONE DD.  HEADER AND TRAILER CONTROL RECORDS
      **** ARE RECOGNIZED BY THEIR TAGS AND PASSED OVER.  A 'VOD'
      **** DETAIL FROM THE OFF-CYCLE RUN VOIDS THE CHECK ISSUED EARLIER
      **** UNDER THE SAME NUMBER, TAKING IT OFF THE OUTSTANDING LIST. *
       FD  ISSUE-FILE.
       01  ISSUE-REC.
           05  IS-TAG         PIC X(3).
           05  WS-STALE-CNT    PIC 9(7)      VALUE 0.
           05  WS-NOTISS-CNT   PIC 9(7)      VALUE 0.
           05  WS-MISMATCH-CNT PIC 9(7)      VALUE 0.
           05  WS-VOIDED-CNT   PIC 9(7)      VALUE 0.
           05  WS-VOID-NF-CNT  PIC 9(7)      VALUE 0.
           05  WS-PAID-VOID-CNT PIC 9(7)     VALUE 0.
           05  WS-FIND-CHECK   PIC 9(10)     VALUE 0.
           05  WS-FIND-STATE   PIC X         VALUE 'O'.
           05  ISS-SUB         PIC 9(5)      VALUE 0.
           05  ISSUE-FS        PIC XX        VALUE '00'.
               88  ISSUE-FS-OK               VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.

      **** THE OPEN ISSUE TABLE - CLEARED ITEMS ARE MARKED 'C' AND
      **** VOIDED ITEMS 'V' ******************************************
       01  WS-ISS-AREA VALUE HIGH-VALUES.
           05  WS-ISS-TBL OCCURS 5000 TIMES INDEXED BY ISS-IDX.
             10  IT-CHECK-NO     PIC 9(10).
                   MOVE 'O'           TO IT-STATE(ISS-IDX)
               END-IF
           END-IF.
           IF IS-TAG = 'VOD'
               PERFORM VOID-ISSUE-RTN
           END-IF.
           IF NOT TBL-OVERFLOW
               READ ISSUE-FILE
                   AT END MOVE 'F' TO ISSUE-EOF-SW
           END-IF.
       LOAD-ISSUES-RTN-EXIT. EXIT.

       VOID-ISSUE-RTN.
      * A VOID FOR A CHECK NOT ON THE OPEN LIST IS REPORTED - EITHER
      * IT ALREADY CLEARED OR ITS ISSUE WAS NEVER FED TO THIS RUN.
           MOVE IS-CHECK-NO TO WS-FIND-CHECK.
           MOVE 'O' TO WS-FIND-STATE.
           PERFORM FIND-ISSUE-RTN.
           IF ISS-FOUND
               ADD 1 TO WS-VOIDED-CNT
               MOVE 'V' TO IT-STATE(ISS-IDX)
           ELSE
               ADD 1 TO WS-VOID-NF-CNT
               MOVE IS-CHECK-NO TO DL-CHECK-NO
               MOVE IS-AMOUNT   TO DL-AMOUNT-Z
               MOVE 'VOID OF CHECK NOT OPEN  ' TO DL-NOTE
               PERFORM WRITE-DETAIL-RTN
           END-IF.
       VOID-ISSUE-RTN-EXIT. EXIT.

       MATCH-CLEARED-RTN.
           MOVE CLR-CHECK-NO TO WS-FIND-CHECK.
           MOVE 'O' TO WS-FIND-STATE.
           PERFORM FIND-ISSUE-RTN.
           IF NOT ISS-FOUND
               MOVE 'V' TO WS-FIND-STATE
               PERFORM FIND-ISSUE-RTN
           END-IF.
           EVALUATE TRUE
               WHEN ISS-FOUND AND IT-STATE(ISS-IDX) = 'V'
      * THE BANK PAID A CHECK WE VOIDED - POSITIVE PAY SHOULD HAVE
      * STOPPED IT.  REPORTED FOR RECOVERY.
                   ADD 1 TO WS-PAID-VOID-CNT
                   MOVE CLR-CHECK-NO TO DL-CHECK-NO
                   MOVE CLR-AMOUNT   TO DL-AMOUNT-Z
                   MOVE 'PAID AFTER VOID         ' TO DL-NOTE
                   PERFORM WRITE-DETAIL-RTN
               WHEN ISS-FOUND
                       AND CLR-AMOUNT = IT-AMOUNT(ISS-IDX)
                   ADD 1 TO WS-CLEARED-CNT
       FIND-ISSUE-RTN-EXIT. EXIT.

       SEARCH-ISSUE-RTN.
           IF IT-CHECK-NO(ISS-IDX) = WS-FIND-CHECK
                   AND IT-STATE(ISS-IDX) = WS-FIND-STATE
               MOVE 'Y' TO ISS-FOUND-SW
           ELSE
               SET ISS-IDX UP BY 1
           MOVE WS-MISMATCH-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'CHECKS VOIDED THIS RUN                  '
               TO CTL-LABEL.
           MOVE WS-VOIDED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'VOIDS OF CHECKS NOT OPEN                '
               TO CTL-LABEL.
           MOVE WS-VOID-NF-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'VOIDED CHECKS PAID BY THE BANK          '
               TO CTL-LABEL.
           MOVE WS-PAID-VOID-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF WS-NOTISS-CNT > 0 OR WS-MISMATCH-CNT > 0
                   OR WS-PAID-VOID-CNT > 0 OR WS-VOID-NF-CNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF.
       CONTROL-TOTAL-RTN-EXIT. EXIT.
