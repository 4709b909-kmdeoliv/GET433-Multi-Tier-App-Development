      **** COBRA Continuation Case Record  Length 160 ******************
      **** One record per qualifying event, carried forward run to run
      **** by the notice run (SU41COBR) - the prior state is read at
      **** job start and every case written back out.  CBT-PREMIUM is
      **** the monthly premium quoted on the notice; CBT-PAID-THRU is
      **** the last month (YYYYMM) the premiums paid cover, starting
      **** at the event month since coverage runs through the month
      **** of separation.  CBT-COVER-END is the last month continuation
      **** can run (18 months after the event month). ******************
       01  COBRA-CASE-RECORD.
           05  CBT-KEY.
               10  CBT-EMP-ID         PIC  X(07).
               10  CBT-EVENT-DATE     PIC  9(08).
           05  CBT-LAST-NAME          PIC  X(26).
           05  CBT-FIRST-NAME         PIC  X(15).
           05  CBT-EVENT-CODE         PIC  X(01).
           05  CBT-MEDICAL            PIC  X(01).
           05  CBT-DENTAL             PIC  X(01).
           05  CBT-VISION             PIC  X(01).
           05  CBT-PREMIUM            PIC  9(05)V99.
           05  CBT-NOTICE-DATE        PIC  9(08).
           05  CBT-DEADLINE           PIC  9(08).
           05  CBT-ELECT-DATE         PIC  9(08).
           05  CBT-PAID-THRU          PIC  9(06).
           05  CBT-PAID-TOTAL         PIC  9(07)V99.
           05  CBT-COVER-END          PIC  9(06).
           05  CBT-STATUS             PIC  X(01).
               88  CBT-NOTICED            VALUE 'N'.
               88  CBT-ELECTED            VALUE 'E'.
               88  CBT-WAIVED             VALUE 'W'.
               88  CBT-LAPSED             VALUE 'L'.
               88  CBT-NONPAY             VALUE 'X'.
               88  CBT-EXHAUSTED          VALUE 'C'.
               88  CBT-OPEN               VALUE 'N' 'E'.
           05  CBT-CLOSE-DATE         PIC  9(08).
           05                         PIC  X(39).
      **** End of COBRA Continuation Case Record ***********************
