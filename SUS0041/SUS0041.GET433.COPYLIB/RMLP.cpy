      ***************************************************************
      * SHARED RETURNED-MAIL PARAGRAPHS - COPIED INTO THE PROCEDURE
      * DIVISION OF EVERY BATCH PROGRAM THAT PRINTS MAIL FOR A
      * STUDENT, EMPLOYEE OR ACCOUNT HOLDER.  THE CALLER COPIES
      * RMLSEL AND MHLSEL INTO FILE-CONTROL, RMLREC AND MHLREC UNDER
      * FD 01S NAMED RML-RECORD AND MHL-RECORD, AND RMLW INTO
      * WORKING-STORAGE.
      *   OPEN-RETURNED-MAIL-RTN  - OPENS THE REGISTER (RTNMAIL) AND
      *                             THE HOLD LIST (MAILHOLD).  THE
      *                             CALLER STOPS THE STEP UNLESS
      *                             MHL-FS-OK CAME BACK.
      *   CHECK-RETURNED-MAIL-RTN - SETS RML-HOLD-MAIL, AND WRITES
      *                             THE HOLD RECORD, WHEN THE PIECE
      *                             IS ADDRESSED AS IT WAS WHEN THE
      *                             POST OFFICE SENT IT BACK.
      *   CLOSE-RETURNED-MAIL-RTN - CLOSES BOTH.
      ***************************************************************
       OPEN-RETURNED-MAIL-RTN.
      * NO REGISTER MEANS NOTHING HAS BEEN SENT BACK - THE RUN MAILS
      * EVERYONE, AS IT ALWAYS DID.
           MOVE 'N' TO RML-OPEN-SW.
           OPEN INPUT RML-FILE.
           IF RML-OK
               MOVE 'Y' TO RML-OPEN-SW
           ELSE
               DISPLAY RML-REQ-PGM ' - RETURNED-MAIL REGISTER NOT '
                       'AVAILABLE, STATUS=' RML-FS
           END-IF.
           OPEN EXTEND MHL-FILE.
       OPEN-RETURNED-MAIL-RTN-EXIT. EXIT.

       CHECK-RETURNED-MAIL-RTN.
           MOVE 'N' TO RML-HOLD-SW.
           IF NOT RML-FILE-OPEN
               GO TO CHECK-RETURNED-MAIL-RTN-EXIT
           END-IF.
           MOVE RML-REQ-MASTER TO RML-MASTER.
           MOVE RML-REQ-ID     TO RML-ID.
           READ RML-FILE
               INVALID KEY MOVE '23' TO RML-FS.
           IF NOT RML-OK
               GO TO CHECK-RETURNED-MAIL-RTN-EXIT
           END-IF.
      * THE ADDRESS HAS BEEN CHANGED SINCE THE PIECE CAME BACK, SO
      * THE NEW ONE GETS THE MAIL.  THE WEEKLY WORKLIST PURGES THE
      * ENTRY.
           IF RML-ADDR-SNAP NOT = RML-REQ-ADDRESS
               ADD 1 TO RML-MOVED-CNT
               GO TO CHECK-RETURNED-MAIL-RTN-EXIT
           END-IF.
           MOVE 'Y' TO RML-HOLD-SW.
           MOVE SPACES TO MHL-RECORD.
           MOVE RML-REQ-MASTER  TO MHL-MASTER.
           MOVE RML-REQ-ID      TO MHL-ID.
           MOVE RML-REQ-PGM     TO MHL-DOC-PGM.
           MOVE RML-REQ-DATE    TO MHL-HOLD-DATE.
           MOVE RML-REQ-NAME    TO MHL-NAME.
           MOVE RML-REQ-ADDRESS TO MHL-ADDRESS.
           WRITE MHL-RECORD.
           IF NOT MHL-FS-OK
               DISPLAY RML-REQ-PGM ' - HOLD LIST WRITE FAILED, STATUS='
                       MHL-FS ' KEY=' MHL-KEY
           END-IF.
           ADD 1 TO RML-HELD-CNT.
       CHECK-RETURNED-MAIL-RTN-EXIT. EXIT.

       CLOSE-RETURNED-MAIL-RTN.
           IF RML-FILE-OPEN
               CLOSE RML-FILE
               MOVE 'N' TO RML-OPEN-SW
           END-IF.
           CLOSE MHL-FILE.
       CLOSE-RETURNED-MAIL-RTN-EXIT. EXIT.
