      **** Intercampus Due-To/Due-From Ledger Record  Length 80 *******
      **** Permanent sequential file ICLEDGR, appended by every
      **** nightly intercampus run (SU41ICGL), oldest first, and read
      **** by the month-end settlement report (SU41ICST).  Each run
      **** writes one 'D' record per direction money moved in - the
      **** campus that took the money in owes it to the student's own
      **** campus - then one 'R' record closing the run.  The last
      **** 'R' record's ICL-RUN-DATE is where the next run's journal
      **** window starts, so no posting is booked twice.  ICL-PERIOD
      **** is the fiscal period the run's GL entries went into. ******
       01  INTERCAMPUS-LEDGER-RECORD.
           05  ICL-TYPE               PIC  X(01).
               88  ICL-DUE                VALUE 'D'.
               88  ICL-RUN                VALUE 'R'.
           05  ICL-RUN-DATE           PIC  9(08).
           05  ICL-PERIOD             PIC  9(06).
           05  ICL-FROM-DATE          PIC  9(08).
           05  ICL-OWING-CAMPUS       PIC  X(01).
           05  ICL-OWED-CAMPUS        PIC  X(01).
           05  ICL-TRAN-CNT           PIC  9(07).
           05  ICL-AMOUNT             PIC S9(09)V99.
           05                         PIC  X(37).
      **** End of Intercampus Due-To/Due-From Ledger Record ***********
