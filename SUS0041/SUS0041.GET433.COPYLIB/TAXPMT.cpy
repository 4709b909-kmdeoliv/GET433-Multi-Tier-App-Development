      **** Electronic Tax Payment Record  Length 80 ********************
      **** One record per deposit the deposit run (SU41TDEP) schedules,
      **** transmitted to the federal (EFTPS) or state payment system
      **** with a settlement date of the deposit's due date.  The 941
      **** deposit is broken into social security, Medicare and
      **** income tax withheld as EFTPS asks; a state deposit carries
      **** its withholding in TXP-WHLD-AMT only.  TXP-PAY-DATE is the
      **** reference the confirmation file comes back keyed on. ******
       01  TAX-PAYMENT-RECORD.
           05  TXP-TAX-TYPE           PIC  X(01).
           05  TXP-TAX-FORM           PIC  X(05).
           05  TXP-TAXPAYER-ID        PIC  X(12).
           05  TXP-TAX-PERIOD         PIC  9(06).
           05  TXP-PAY-DATE           PIC  9(08).
           05  TXP-SETTLE-DATE        PIC  9(08).
           05  TXP-AMOUNT             PIC  9(09)V99.
           05  TXP-SS-AMT             PIC  9(07)V99.
           05  TXP-MED-AMT            PIC  9(07)V99.
           05  TXP-WHLD-AMT           PIC  9(07)V99.
           05                         PIC  X(02).
      **** End of Electronic Tax Payment Record ************************
