      **** Retro-Pay Review Record  Length 80 **************************
      **** One record per position-history record the retro-pay run
      **** (SU41RETR) has examined, in POSHIST key order, carried
      **** forward run to run - the prior state is read at job start
      **** and every record written back out, so each history record
      **** is examined for retro pay exactly once.  RRV-RATE is the
      **** rate that record carried; RRV-DISPOSITION says what the
      **** review decided. *********************************************
       01  RETRO-REVIEW-RECORD.
           05  RRV-KEY.
               10  RRV-EMP-ID         PIC  X(07).
               10  RRV-EFF-DATE       PIC  9(08).
               10  RRV-SEQ            PIC  9(03).
           05  RRV-RATE               PIC  9(09)V99.
           05  RRV-RUN-DATE           PIC  9(08).
           05  RRV-DISPOSITION        PIC  X(01).
               88  RRV-SEEDED             VALUE 'S'.
               88  RRV-NO-RETRO           VALUE 'N'.
               88  RRV-LATE-CHANGE        VALUE 'L'.
           05                         PIC  X(42).
      **** End of Retro-Pay Review Record ******************************
