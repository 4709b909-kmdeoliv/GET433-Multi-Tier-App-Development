      **** AR-CAMPUS is stamped by SU41PGM2 from the student's campus
      **** code so the aging, dunning and hold runs can select and
      **** subtotal by campus - blank means main campus, the
      **** transition convention.
      **** AR-LAST-BILL-TIME is the start time of the SU41PGM2 run
      **** that made the last billing post - with AR-LAST-BILL-DATE it
      **** tells a restarted run which charges the failed attempt
      **** had already posted. *****************************************
       01  AR-RECORD.
           05  AR-SSN                     PIC 9(9).
           05  AR-BILLED                  PIC 9(7)V99.
           05  AR-PLACED-FLAG             PIC X(1).
               88  AR-PLACED                  VALUE 'P'.
           05  AR-CAMPUS                  PIC X(1).
           05  AR-LAST-BILL-TIME          PIC 9(6).
           05  FILLER                     PIC X(4).
      **** End of Student Accounts-Receivable Record *********************
