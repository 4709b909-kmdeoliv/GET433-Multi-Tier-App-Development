      **** Tax Payment Confirmation Record  Length 80 ******************
      **** One record per payment the federal or state payment system
      **** acknowledges, keyed back to the deposit by tax type and the
      **** TXP-PAY-DATE reference sent with it.  'A' is a payment that
      **** settled on CNF-SETTLE-DATE; 'R' is one that was rejected or
      **** returned and leaves the deposit unpaid. ********************
       01  TAX-CONFIRM-RECORD.
           05  CNF-TAX-TYPE           PIC  X(01).
           05  CNF-PAY-DATE           PIC  9(08).
           05  CNF-SETTLE-DATE        PIC  9(08).
           05  CNF-AMOUNT             PIC  9(09)V99.
           05  CNF-CONF-NO            PIC  X(15).
           05  CNF-RESULT             PIC  X(01).
               88  CNF-ACCEPTED           VALUE 'A'.
               88  CNF-REJECTED           VALUE 'R'.
           05                         PIC  X(36).
      **** End of Tax Payment Confirmation Record **********************
