      **** New-Hire Reporting History Record  Length 60 ****************
      **** One record per hire or rehire event, keyed on employee ID
      **** and start date, carried forward run to run by the state
      **** new-hire extract (SU41NHRX): the prior state is read at job
      **** start and every event written back out.  An event already
      **** reported ('R') is never sent again; one held back for a
      **** missing SSN or address stays pending ('P') and is retried
      **** every run until it goes.  NHH-LATE-FLAG is set when the
      **** event was reported, or is still pending, past the state's
      **** deadline counted from NHH-START-DT. ************************
       01  NEW-HIRE-HISTORY-RECORD.
           05  NHH-KEY.
               10  NHH-EMP-ID         PIC  X(07).
               10  NHH-START-DT       PIC  9(08).
           05  NHH-ACTION             PIC  X(01).
           05  NHH-SSN                PIC  X(09).
           05  NHH-WORK-STATE         PIC  X(02).
           05  NHH-STATUS             PIC  X(01).
               88  NHH-REPORTED           VALUE 'R'.
               88  NHH-PENDING            VALUE 'P'.
           05  NHH-LOAD-DATE          PIC  9(08).
           05  NHH-REPORTED-DATE      PIC  9(08).
           05  NHH-LATE-FLAG          PIC  X(01).
               88  NHH-LATE               VALUE 'Y'.
           05                         PIC  X(15).
      **** End of New-Hire Reporting History Record ********************
