      **** Credit-Limit Review Control Record  Length 80 ***************
      **** One record per run, read once at job start by the quarterly
      **** credit-limit review (SU41CLRV).  CLR-REVIEW-MONTHS complete
      **** months before the run month are scored.  The score (0-100)
      **** picks the first band whose CLR-BAND-LOW it reaches - bands
      **** are keyed highest first; direction 'I' raises the limit by
      **** CLR-BAND-PCT percent, 'D' cuts it, space leaves it alone.
      **** An increase also needs CLR-MIN-AGE-MONTHS of history and a
      **** utilization of at least CLR-INC-MIN-UTIL percent.  The
      **** money fields are US dollars, converted through CURRCTL;
      **** a zero CLR-MAX-INCREASE or CLR-MAX-LIMIT is no cap.
      **** CLR-QUEUE-SW 'Y' puts each recommendation on the PENDAPPR
      **** dual-control queue for P50ACCT; anything else is a trial
      **** run that only prints.  There are no defaults - a missing
      **** card stops the run. *****************************************
       01  CREDIT-REVIEW-CONTROL-RECORD.
           05  CLR-REVIEW-MONTHS      PIC 9(02).
           05  CLR-MIN-AGE-MONTHS     PIC 9(03).
           05  CLR-INC-MIN-UTIL       PIC 9(03).
           05  CLR-MIN-CHANGE         PIC 9(05)V99.
           05  CLR-MAX-INCREASE       PIC 9(07)V99.
           05  CLR-MAX-LIMIT          PIC 9(09)V99.
           05  CLR-MIN-LIMIT          PIC 9(07)V99.
           05  CLR-QUEUE-SW           PIC X(01).
               88  CLR-QUEUE                  VALUE 'Y'.
           05  CLR-BAND               OCCURS 4 TIMES.
               10  CLR-BAND-LOW       PIC 9(03).
               10  CLR-BAND-DIR       PIC X(01).
                   88  CLR-BAND-UP            VALUE 'I'.
                   88  CLR-BAND-DOWN          VALUE 'D'.
               10  CLR-BAND-PCT       PIC 9(03).
           05                         PIC X(07).
      **** End of Credit-Limit Review Control Record *******************
