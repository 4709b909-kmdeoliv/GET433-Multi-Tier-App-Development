       IDENTIFICATION DIVISION.
       PROGRAM-ID. SU41TRST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CTL-FILE      ASSIGN TO CFILE
                     FILE STATUS IS CTL-FS.
            SELECT ARCH-FILE     ASSIGN TO ARFILE
                     FILE STATUS IS ARCH-FS.
            SELECT PAYROLL-FILE  ASSIGN TO PRFILE
                     FILE STATUS IS PAYROLL-FS.
            SELECT NEW-FILE      ASSIGN TO NPFILE
                     FILE STATUS IS NEW-FS.
            SELECT RYTD-FILE     ASSIGN TO RYFILE
                     FILE STATUS IS RYTD-FS.
            SELECT RBAL-FILE     ASSIGN TO RLFILE
                     FILE STATUS IS RBAL-FS.
            SELECT OUT-FILE      ASSIGN TO OFILE
                     FILE STATUS IS OUT-FS.
            COPY POSHSEL.
       DATA DIVISION.
       FILE SECTION.
      **** RETRIEVAL CARD - THE EMPLOYEE TO BRING BACK AND WHY.  'A'
      **** (AUDIT) ONLY LISTS WHAT THE ARCHIVE HOLDS; 'R' (REHIRE) ALSO
      **** PUTS THE RECORDS BACK SO THE HIRE/REHIRE LOAD (SU41PGM84)
      **** CAN REACTIVATE THE EMPLOYEE. ********************************
       FD  CTL-FILE.
       01  CTL-REC.
           05  RST-EMP-ID     PIC X(7).
           05  RST-MODE       PIC X(1).
               88  RST-AUDIT          VALUE 'A'.
               88  RST-REHIRE         VALUE 'R'.
           05  FILLER         PIC X(72).

      **** EVERY GENERATION OF THE PAYROLL ARCHIVE (THE GDG BASE) *****
       FD  ARCH-FILE.
           COPY PAYARCH.

      **** CURRENT PAYROLL MASTER, IN EMPLOYEE-ID ORDER ****************
       FD  PAYROLL-FILE.
           COPY PAYREC.

      **** MASTER WITH THE RESTORED EMPLOYEE MERGED IN - NEW-FILE
      **** REPLACES PAYMAST AFTER THE RUN ******************************
       FD  NEW-FILE.
       01  NEW-REC            PIC X(360).

      **** RESTORED YTD AND LEAVE-BALANCE RECORDS, IN THEIR OWN
      **** LAYOUTS - CONCATENATED BEHIND YTFILE AND LBFILE ON THE NEXT
      **** PAY AND ACCRUAL RUNS, WHICH LOAD THOSE FILES WHOLE **********
       FD  RYTD-FILE.
       01  RYTD-REC           PIC X(160).

       FD  RBAL-FILE.
       01  RBAL-REC           PIC X(80).

       FD  OUT-FILE.
       01  OUT-REC            PIC X(80).

      **** PERMANENT POSITION HISTORY - THE ARCHIVED JOB HISTORY IS
      **** WRITTEN BACK UNDER ITS ORIGINAL KEYS ************************
       FD  POSH-FILE.
       01  POSH-RECORD.
           COPY POSHREC.

       WORKING-STORAGE SECTION.
      *                                *********************************
      *                                * PAYROLL ARCHIVE RETRIEVAL.    *
      *                                * FINDS ONE EMPLOYEE'S RECORDS  *
      *                                * FROM THE LATEST RETENTION     *
      *                                * PURGE (SU41TPRG) THAT TOOK    *
      *                                * THEM AND LISTS THEM FOR AN    *
      *                                * AUDIT, OR - FOR A REHIRE -    *
      *                                * PUTS THE MASTER, YTD, JOB     *
      *                                * HISTORY AND LEAVE BALANCES    *
      *                                * BACK EXACTLY AS THEY WERE.    *
      *                                * THE ARCHIVE ITSELF IS NEVER   *
      *                                * CHANGED.                      *
      *                                *********************************
       01  WS-WORK-AREA.
           05  CTL-EOF-SW      PIC X         VALUE SPACES.
           05  ARCH-EOF-SW     PIC X         VALUE SPACES.
           05  EOF-SW-PR       PIC X         VALUE SPACES.
           05  INSERTED-SW     PIC X         VALUE 'N'.
               88  MASTER-INSERTED           VALUE 'Y'.
           05  ON-MASTER-SW    PIC X         VALUE 'N'.
               88  ALREADY-ON-MASTER         VALUE 'Y'.
           05  WS-EMP-ID       PIC X(7)      VALUE SPACES.
           05  WS-LATEST-DATE  PIC 9(8)      VALUE 0.
           05  WS-MASTER-IMAGE PIC X(360)    VALUE SPACES.
           05  WS-ARCH-READ    PIC 9(7)      VALUE 0.
           05  WS-LISTED-CNT   PIC 9(7)      VALUE 0.
           05  WS-MASTER-CNT   PIC 9(7)      VALUE 0.
           05  WS-YTD-CNT      PIC 9(7)      VALUE 0.
           05  WS-PH-CNT       PIC 9(7)      VALUE 0.
           05  WS-PH-DUP-CNT   PIC 9(7)      VALUE 0.
           05  WS-BAL-CNT      PIC 9(7)      VALUE 0.
           05  CTL-FS          PIC XX        VALUE '00'.
               88  CTL-FS-OK                 VALUE '00'.
           05  ARCH-FS         PIC XX        VALUE '00'.
               88  ARCH-FS-OK                VALUE '00'.
           05  PAYROLL-FS      PIC XX        VALUE '00'.
               88  PAYROLL-FS-OK             VALUE '00'.
           05  NEW-FS          PIC XX        VALUE '00'.
               88  NEW-FS-OK                 VALUE '00'.
           05  RYTD-FS         PIC XX        VALUE '00'.
               88  RYTD-FS-OK                VALUE '00'.
           05  RBAL-FS         PIC XX        VALUE '00'.
               88  RBAL-FS-OK                VALUE '00'.
           05  OUT-FS          PIC XX        VALUE '00'.
               88  OUT-FS-OK                 VALUE '00'.
           05  PH-RC           PIC XX        VALUE '00'.
               88  PH-OK                     VALUE '00'.
               88  PH-DUPLICATE              VALUE '22'.

      **** VIEWS OF THE RECORD IMAGES THE ARCHIVE CARRIES **************
           COPY MBR1 REPLACING ==PAYROLL-RECORD== BY ==ARCH-MASTER==
                     LEADING ==PR-== BY ==AM-==.

           COPY YTDREC.

       01  ARCH-HISTORY.
           COPY POSHREC REPLACING LEADING ==PH-== BY ==AH-==.

       01  ARCH-LEAVE.
           05  AL-EMP-ID      PIC X(7).
           05  AL-VAC-BAL     PIC S9(4)V99.
           05  AL-SICK-BAL    PIC S9(4)V99.
           05  FILLER         PIC X(61).

       01  HDG-LINE1.
           05 FILLER          PIC X(20) VALUE SPACES.
           05 FILLER          PIC X(40) VALUE
                   'PAYROLL ARCHIVE RETRIEVAL               '.
           05 FILLER          PIC X(20) VALUE SPACES.

       01  HDG-LINE2.
           05 FILLER          PIC X(9)  VALUE 'EMPLOYEE '.
           05 HL-EMP-ID       PIC X(7).
           05 FILLER          PIC X(13) VALUE '  ARCHIVED ON'.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HL-PURGE-DATE   PIC 9(8).
           05 FILLER          PIC X(2)  VALUE SPACES.
           05 HL-MODE         PIC X(30).
           05 FILLER          PIC X(10) VALUE SPACES.

       01  MST-LINE.
           05 FILLER          PIC X(10) VALUE 'MASTER    '.
           05 ML-NAME         PIC X(26).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 ML-FIRST        PIC X(15).
           05 FILLER          PIC X(4)  VALUE ' ST '.
           05 ML-STATUS       PIC X(1).
           05 FILLER          PIC X(6)  VALUE ' TERM '.
           05 ML-TERM-DT      PIC 9(8).
           05 FILLER          PIC X(9)  VALUE SPACES.

       01  YTD-LINE.
           05 FILLER          PIC X(10) VALUE 'YTD       '.
           05 YL-YEAR         PIC 9(4).
           05 FILLER          PIC X(8)  VALUE '  GROSS '.
           05 YL-GROSS        PIC $$$,$$$,$$9.99.
           05 FILLER          PIC X(6)  VALUE '  NET '.
           05 YL-NET          PIC $$$,$$$,$$9.99-.
           05 FILLER          PIC X(23) VALUE SPACES.

       01  HST-LINE.
           05 FILLER          PIC X(10) VALUE 'HISTORY   '.
           05 HSL-EFF-DATE    PIC 9(8).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HSL-DEPT        PIC X(10).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HSL-TITLE       PIC X(20).
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HSL-RATE        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(1)  VALUE SPACES.
           05 HSL-STATUS      PIC X(1).
           05 FILLER          PIC X(13) VALUE SPACES.

       01  BAL-LINE.
           05 FILLER          PIC X(10) VALUE 'LEAVE     '.
           05 FILLER          PIC X(9)  VALUE 'VACATION '.
           05 BL-VAC          PIC Z,ZZ9.99-.
           05 FILLER          PIC X(7)  VALUE '  SICK '.
           05 BL-SICK         PIC Z,ZZ9.99-.
           05 FILLER          PIC X(36) VALUE SPACES.

       01  CTL-LINE.
           05 CTL-LABEL       PIC X(40).
           05 CTL-COUNT       PIC ZZZ,ZZ9.
           05 FILLER          PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-RTN.
           PERFORM OPEN-FILES-RTN THRU OPEN-FILES-RTN-EXIT.
           PERFORM READ-CTL-RTN THRU READ-CTL-RTN-EXIT.
           PERFORM FIND-LATEST-RTN
               UNTIL ARCH-EOF-SW = 'F'.
           IF WS-LATEST-DATE = 0
               DISPLAY 'SU41TRST - EMPLOYEE ' WS-EMP-ID
                       ' IS NOT IN THE PAYROLL ARCHIVE'
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           PERFORM HDG-ROUTINE.
           IF RST-REHIRE
               PERFORM MERGE-MASTER-RTN THRU MERGE-MASTER-RTN-EXIT
               IF ALREADY-ON-MASTER
                   DISPLAY 'SU41TRST - EMPLOYEE ' WS-EMP-ID
                           ' IS ALREADY ON THE PAYROLL MASTER'
                   MOVE 'ALREADY ON THE MASTER - NOTHING RESTORED'
                       TO OUT-REC
                   WRITE OUT-REC
                   MOVE 8 TO RETURN-CODE
                   PERFORM CLOSE-FILES-RTN
                   GOBACK
               END-IF
           END-IF.
           CLOSE ARCH-FILE.
           MOVE SPACES TO ARCH-EOF-SW.
           OPEN INPUT ARCH-FILE.
           IF NOT ARCH-FS-OK
               DISPLAY 'SU41TRST ABEND - ARCH-FILE REOPEN FAILED, '
                       'STATUS=' ARCH-FS
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           READ ARCH-FILE
               AT END MOVE 'F' TO ARCH-EOF-SW.
           PERFORM RETRIEVE-RTN THRU RETRIEVE-RTN-EXIT
               UNTIL ARCH-EOF-SW = 'F'.
           PERFORM CONTROL-TOTAL-RTN THRU CONTROL-TOTAL-RTN-EXIT.
           PERFORM CLOSE-FILES-RTN.
           GOBACK.

       OPEN-FILES-RTN.
           OPEN INPUT CTL-FILE.
           IF NOT CTL-FS-OK
               DISPLAY 'SU41TRST - CTL-FILE OPEN FAILED, STATUS='
                       CTL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ARCH-FILE.
           IF NOT ARCH-FS-OK
               DISPLAY 'SU41TRST - ARCH-FILE OPEN FAILED, STATUS='
                       ARCH-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ ARCH-FILE
               AT END MOVE 'F' TO ARCH-EOF-SW.
           OPEN OUTPUT OUT-FILE.
           IF NOT OUT-FS-OK
               DISPLAY 'SU41TRST - OUT-FILE OPEN FAILED, STATUS='
                       OUT-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       OPEN-FILES-RTN-EXIT. EXIT.

       READ-CTL-RTN.
           READ CTL-FILE
               AT END MOVE 'F' TO CTL-EOF-SW.
           IF CTL-EOF-SW = 'F'
               DISPLAY 'SU41TRST ABEND - RETRIEVAL CARD MISSING'
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           IF RST-EMP-ID = SPACES
                   OR (NOT RST-AUDIT AND NOT RST-REHIRE)
               DISPLAY 'SU41TRST ABEND - RETRIEVAL CARD INVALID: '
                       CTL-REC(1:8)
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES-RTN
               GOBACK
           END-IF.
           MOVE RST-EMP-ID TO WS-EMP-ID.
      * ONLY A REHIRE TOUCHES THE LIVE FILES.
           IF RST-REHIRE
               PERFORM OPEN-RESTORE-RTN THRU OPEN-RESTORE-RTN-EXIT
           END-IF.
       READ-CTL-RTN-EXIT. EXIT.

       OPEN-RESTORE-RTN.
           OPEN INPUT PAYROLL-FILE.
           IF NOT PAYROLL-FS-OK
               DISPLAY 'SU41TRST - PAYROLL-FILE OPEN FAILED, STATUS='
                       PAYROLL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           READ PAYROLL-FILE
               AT END MOVE 'F' TO EOF-SW-PR.
           OPEN OUTPUT NEW-FILE.
           IF NOT NEW-FS-OK
               DISPLAY 'SU41TRST - NEW-FILE OPEN FAILED, STATUS='
                       NEW-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RYTD-FILE.
           IF NOT RYTD-FS-OK
               DISPLAY 'SU41TRST - RYTD-FILE OPEN FAILED, STATUS='
                       RYTD-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RBAL-FILE.
           IF NOT RBAL-FS-OK
               DISPLAY 'SU41TRST - RBAL-FILE OPEN FAILED, STATUS='
                       RBAL-FS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O POSH-FILE.
           IF NOT PH-OK
               DISPLAY 'SU41TRST - POSH-FILE OPEN FAILED, STATUS='
                       PH-RC
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       OPEN-RESTORE-RTN-EXIT. EXIT.

       FIND-LATEST-RTN.
      * THE ARCHIVE GENERATIONS ARE READ OLDEST FIRST, BUT THE TEST IS
      * ON THE DATE SO THE ORDER DOES NOT MATTER.
           ADD 1 TO WS-ARCH-READ.
           IF ARC-EMP-ID = WS-EMP-ID
               IF ARC-PURGE-DATE > WS-LATEST-DATE
                   MOVE ARC-PURGE-DATE TO WS-LATEST-DATE
               END-IF
               IF ARC-MASTER AND ARC-PURGE-DATE = WS-LATEST-DATE
                   MOVE ARC-DATA TO WS-MASTER-IMAGE
               END-IF
           END-IF.
           READ ARCH-FILE
               AT END MOVE 'F' TO ARCH-EOF-SW.

       MERGE-MASTER-RTN.
      *                                *********************************
      *                                * THE ARCHIVED MASTER GOES BACK *
      *                                * IN EMPLOYEE-ID ORDER.  AN ID  *
      *                                * ALREADY ON THE MASTER STOPS   *
      *                                * THE RUN BEFORE ANYTHING ELSE  *
      *                                * IS WRITTEN.                   *
      *                                *********************************
           PERFORM MERGE-ONE-RTN
               UNTIL EOF-SW-PR = 'F' OR ALREADY-ON-MASTER.
           IF ALREADY-ON-MASTER
               GO TO MERGE-MASTER-RTN-EXIT
           END-IF.
           IF NOT MASTER-INSERTED
               PERFORM INSERT-MASTER-RTN
           END-IF.
       MERGE-MASTER-RTN-EXIT. EXIT.

       MERGE-ONE-RTN.
           IF PR-EMPLOYEE-ID = WS-EMP-ID
               MOVE 'Y' TO ON-MASTER-SW
           ELSE
               IF PR-EMPLOYEE-ID > WS-EMP-ID AND NOT MASTER-INSERTED
                   PERFORM INSERT-MASTER-RTN
               END-IF
               MOVE PAYROLL-RECORD TO NEW-REC
               WRITE NEW-REC
               READ PAYROLL-FILE
                   AT END MOVE 'F' TO EOF-SW-PR
               END-READ
           END-IF.

       INSERT-MASTER-RTN.
           MOVE WS-MASTER-IMAGE TO NEW-REC.
           WRITE NEW-REC.
           MOVE 'Y' TO INSERTED-SW.
           ADD 1 TO WS-MASTER-CNT.

       RETRIEVE-RTN.
           IF ARC-EMP-ID NOT = WS-EMP-ID
                   OR ARC-PURGE-DATE NOT = WS-LATEST-DATE
               GO TO RETRIEVE-NEXT
           END-IF.
           ADD 1 TO WS-LISTED-CNT.
           EVALUATE TRUE
               WHEN ARC-MASTER
                   PERFORM LIST-MASTER-RTN
               WHEN ARC-YTD
                   PERFORM LIST-YTD-RTN
               WHEN ARC-HISTORY
                   PERFORM LIST-HISTORY-RTN
               WHEN ARC-LEAVE
                   PERFORM LIST-LEAVE-RTN
           END-EVALUATE.
       RETRIEVE-NEXT.
           READ ARCH-FILE
               AT END MOVE 'F' TO ARCH-EOF-SW.
       RETRIEVE-RTN-EXIT. EXIT.

       LIST-MASTER-RTN.
           MOVE ARC-DATA          TO ARCH-MASTER.
           MOVE AM-LAST-NAME      TO ML-NAME.
           MOVE AM-FIRST-NAME     TO ML-FIRST.
           MOVE AM-PAY1-STATUS    TO ML-STATUS.
           MOVE AM-TERM-DT        TO ML-TERM-DT.
           MOVE MST-LINE TO OUT-REC.
           WRITE OUT-REC.

       LIST-YTD-RTN.
           MOVE ARC-DATA          TO YTD-RECORD.
           MOVE YTD-YEAR          TO YL-YEAR.
           MOVE YTD-GROSS         TO YL-GROSS.
           MOVE YTD-NET           TO YL-NET.
           MOVE YTD-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF RST-REHIRE
               MOVE YTD-RECORD TO RYTD-REC
               WRITE RYTD-REC
               ADD 1 TO WS-YTD-CNT
           END-IF.

       LIST-HISTORY-RTN.
           MOVE ARC-DATA          TO ARCH-HISTORY.
           MOVE AH-EFF-DATE       TO HSL-EFF-DATE.
           MOVE AH-DEPARTMENT     TO HSL-DEPT.
           MOVE AH-TITLE          TO HSL-TITLE.
           MOVE AH-RATE           TO HSL-RATE.
           MOVE AH-STATUS         TO HSL-STATUS.
           MOVE HST-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF RST-REHIRE
               MOVE ARCH-HISTORY TO POSH-RECORD
               WRITE POSH-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE TRUE
                   WHEN PH-OK
                       ADD 1 TO WS-PH-CNT
                   WHEN PH-DUPLICATE
                       ADD 1 TO WS-PH-DUP-CNT
                   WHEN OTHER
                       DISPLAY 'SU41TRST ABEND - POSH-FILE WRITE '
                               'FAILED, STATUS=' PH-RC ' KEY=' PH-KEY
                       MOVE 16 TO RETURN-CODE
                       PERFORM CLOSE-FILES-RTN
                       GOBACK
               END-EVALUATE
           END-IF.

       LIST-LEAVE-RTN.
           MOVE ARC-DATA          TO ARCH-LEAVE.
           MOVE AL-VAC-BAL        TO BL-VAC.
           MOVE AL-SICK-BAL       TO BL-SICK.
           MOVE BAL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF RST-REHIRE
               MOVE ARCH-LEAVE TO RBAL-REC
               WRITE RBAL-REC
               ADD 1 TO WS-BAL-CNT
           END-IF.

       HDG-ROUTINE.
           MOVE HDG-LINE1 TO OUT-REC.
           WRITE OUT-REC.
           MOVE WS-EMP-ID      TO HL-EMP-ID.
           MOVE WS-LATEST-DATE TO HL-PURGE-DATE.
           IF RST-REHIRE
               MOVE 'REHIRE - RESTORE TO MASTER' TO HL-MODE
           ELSE
               MOVE 'AUDIT LISTING - NOT RESTORED' TO HL-MODE
           END-IF.
           MOVE HDG-LINE2 TO OUT-REC.
           WRITE OUT-REC.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.

       CONTROL-TOTAL-RTN.
           MOVE SPACES TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ARCHIVE RECORDS READ                    '
               TO CTL-LABEL.
           MOVE WS-ARCH-READ TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'ARCHIVE RECORDS FOR THE EMPLOYEE        '
               TO CTL-LABEL.
           MOVE WS-LISTED-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           IF RST-AUDIT
               GO TO CONTROL-TOTAL-RTN-EXIT
           END-IF.
           MOVE 'MASTER RECORDS RESTORED                 '
               TO CTL-LABEL.
           MOVE WS-MASTER-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'YTD RECORDS RESTORED                    '
               TO CTL-LABEL.
           MOVE WS-YTD-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'POSITION HISTORY RECORDS RESTORED       '
               TO CTL-LABEL.
           MOVE WS-PH-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'POSITION HISTORY ALREADY ON FILE        '
               TO CTL-LABEL.
           MOVE WS-PH-DUP-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
           MOVE 'LEAVE BALANCE RECORDS RESTORED          '
               TO CTL-LABEL.
           MOVE WS-BAL-CNT TO CTL-COUNT.
           MOVE CTL-LINE TO OUT-REC.
           WRITE OUT-REC.
       CONTROL-TOTAL-RTN-EXIT. EXIT.

       CLOSE-FILES-RTN.
           CLOSE CTL-FILE ARCH-FILE OUT-FILE.
           IF RST-REHIRE
               CLOSE PAYROLL-FILE NEW-FILE RYTD-FILE RBAL-FILE
                     POSH-FILE
           END-IF.
