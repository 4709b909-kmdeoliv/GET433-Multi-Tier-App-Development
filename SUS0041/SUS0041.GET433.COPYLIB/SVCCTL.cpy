      **** Service-Charge Fee Schedule Control Record  Length 40 *******
      **** One record per run, read once at job start by the month-end
      **** service-charge run (SU41SCHG).  An active account whose
      **** month-to-date average daily balance is under SVC-MIN-AVG-
      **** BAL pays SVC-MAINT-FEE; every ledger item past SVC-FREE-
      **** ITEMS in the month pays SVC-ITEM-FEE.  Both are waived in
      **** full when the holder's whole CUSTLINK relationship carries
      **** SVC-WAIVE-REL-BAL or more.  A zero fee switches that
      **** charge off; a zero waiver balance means no relationship
      **** waiver.  There are no defaults - a missing card stops the
      **** run rather than charge customers off a guessed schedule. **
       01  SERVICE-CHARGE-CONTROL-RECORD.
           05  SVC-MIN-AVG-BAL        PIC 9(07)V99.
           05  SVC-MAINT-FEE          PIC 9(03)V99.
           05  SVC-FREE-ITEMS         PIC 9(03).
           05  SVC-ITEM-FEE           PIC 9(03)V99.
           05  SVC-WAIVE-REL-BAL      PIC 9(09)V99.
           05                         PIC X(07).
      **** End of Service-Charge Fee Schedule Control Record ***********
