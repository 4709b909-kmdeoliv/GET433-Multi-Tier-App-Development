      **** Report Distribution Manifest Record  Length 120 *************
      **** One row per recipient section cut by the distribution
      **** burster (SU41BRST), appended to the permanent manifest so
      **** what went to whom, when and how can be shown later.
      **** DMN-STATUS 'S' is a section sent (DMN-FIRST-PAGE locates it
      **** in the step's burst output), 'W' a section withheld because
      **** the listing prints SSNs and the recipient is not cleared
      **** for them (no pages cut, DMN-LINES is what was held back).
       01  DMAN-RECORD.
           05  DMN-RUN-DATE            PIC 9(08).
           05  DMN-RUN-TIME            PIC 9(06).
           05  DMN-REPORT-ID           PIC X(10).
           05  DMN-RECIP-ID            PIC X(08).
           05  DMN-RECIP-NAME          PIC X(24).
           05  DMN-SCOPE               PIC X(01).
           05  DMN-METHOD              PIC X(01).
           05  DMN-DEST                PIC X(40).
           05  DMN-STATUS              PIC X(01).
               88  DMN-SENT                    VALUE 'S'.
               88  DMN-WITHHELD                VALUE 'W'.
           05  DMN-LINES               PIC 9(07).
           05  DMN-PAGES               PIC 9(05).
           05  DMN-FIRST-PAGE          PIC 9(05).
           05                          PIC X(04).
      **** End of Report Distribution Manifest Record ******************
