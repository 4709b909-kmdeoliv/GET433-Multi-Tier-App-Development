      **** Billing Checkpoint Log Record  Length 160 *****************
      **** Sequential log (DD CKFILE) written by the billing run
      **** (SU41PGM2) so an abended run restarts from its last
      **** checkpoint instead of from the top.  A fresh run rewrites
      **** the log from an 'H' header naming the cycle, campus and
      **** run stamp; each roster detail line is logged ('R') as it
      **** prints, and at every checkpoint the plan rows changed
      **** since the last one ('P'), the count of records the run
      **** has appended to each journal ('J') and the running control
      **** and GL totals ('C') are appended.  A clean end of job appends
      **** 'E'.  A restart appends behind what is there under the
      **** next attempt number, so every record carries the attempt
      **** that wrote it and the checkpoint it belongs to - records
      **** of a checkpoint that never completed are ignored. *******
       01  BILLING-CHECKPOINT-RECORD.
           05  CKP-TYPE               PIC X(01).
               88  CKP-HEADER             VALUE 'H'.
               88  CKP-ROSTER             VALUE 'R'.
               88  CKP-PLAN               VALUE 'P'.
               88  CKP-POINT              VALUE 'C'.
               88  CKP-JOURNAL            VALUE 'J'.
               88  CKP-END                VALUE 'E'.
           05  CKP-ATTEMPT            PIC 9(02).
           05  CKP-SEQ                PIC 9(05).
           05  CKP-DATA               PIC X(152).
      **** Header - the run every later record belongs to ************
           05  CKP-HDR-DATA           REDEFINES CKP-DATA.
               10  CKH-CYCLE-ID       PIC X(06).
               10  CKH-CAMPUS         PIC X(01).
               10  CKH-RUN-DATE       PIC 9(06).
               10  CKH-RUN-DATE-8     PIC 9(08).
               10  CKH-RUN-TIME       PIC 9(08).
               10                     PIC X(123).
      **** Roster detail line exactly as printed **********************
           05  CKP-ROSTER-DATA        REDEFINES CKP-DATA.
               10  CKR-LINE           PIC X(133).
               10                     PIC X(19).
      **** Payment-plan state row as of the checkpoint ***************
           05  CKP-PLAN-DATA          REDEFINES CKP-DATA.
               10  CKL-SSN            PIC 9(09).
               10  CKL-TOTAL-INST     PIC 9(02).
               10  CKL-INST-BILLED    PIC 9(02).
               10  CKL-REMAINING      PIC 9(07)V99.
               10  CKL-LAST-CYCLE     PIC X(06).
               10                     PIC X(124).
      **** Journal positions - how many records this run has
      **** appended to the AR, sponsor and recovery journals, all of
      **** them forced to disk with the checkpoint ******************
           05  CKP-JRNL-DATA          REDEFINES CKP-DATA.
               10  CKJ-ARJ-CNT        PIC 9(07).
               10  CKJ-SPJ-CNT        PIC 9(07).
               10  CKJ-ARCV-CNT       PIC 9(07).
               10                     PIC X(131).
      **** Checkpoint - input position and every running total the
      **** roster footers and GL entries are built from *************
           05  CKP-POINT-DATA         REDEFINES CKP-DATA.
               10  CKC-IN-CTR         PIC 9(07).
               10  CKC-TUITION-TOTAL  PIC 9(09)V99.
               10  CKC-BALANCE-TOTAL  PIC S9(09)V99.
               10  CKC-DUP-CYCLE-CNT  PIC 9(05).
               10  CKC-OTH-CAMP-CNT   PIC 9(05).
               10  CKC-PLAN-STU-CNT   PIC 9(05).
               10  CKC-PLAN-SCHED-TOT PIC 9(09)V99.
               10  CKC-PLAN-BILLED-TOT PIC 9(09)V99.
               10  CKC-PLAN-COLLECT-TOT PIC 9(09)V99.
               10  CKC-SPON-TOTAL     PIC 9(09)V99.
               10  CKC-SPON-STU-CNT   PIC 9(05).
               10  CKC-TIER OCCURS 3 TIMES.
                   15  CKC-TIER-STU-CNT PIC 9(05).
                   15  CKC-TIER-BILLED  PIC 9(09)V99.
               10                     PIC X(11).
      **** End of Billing Checkpoint Log Record ***********************
