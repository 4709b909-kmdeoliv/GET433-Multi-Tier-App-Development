      **** Doubtful-Accounts Reserve History Record  Length 80 *********
      **** Permanent sequential file RSVHIST, appended by every reserve
      **** run (SU41RSRV), one record per campus per run, oldest
      **** first.  The last record for a campus is the reserve last
      **** booked to the ledger for it - the next run rolls that
      **** figure forward (less write-offs charged to the allowance
      **** since, plus recoveries) and books only the difference.
      **** RH-ADJUSTMENT is the signed entry that run posted. *********
       01  RESERVE-HISTORY-RECORD.
           05  RH-PERIOD              PIC  9(06).
           05  RH-RUN-DATE            PIC  9(08).
           05  RH-CAMPUS              PIC  X(01).
           05  RH-OPEN-AMOUNT         PIC  9(09)V99.
           05  RH-RESERVE             PIC  9(09)V99.
           05  RH-ADJUSTMENT          PIC S9(09)V99.
           05                         PIC  X(32).
      **** End of Doubtful-Accounts Reserve History Record *************
