      **** Retro Earnings Record  Length 80 ****************************
      **** One record per late rate change, written by the retro-pay
      **** run (SU41RETR) and paid by the next regular cycle
      **** (SU41PGM44) as a separate RETRO earnings line, taxed and
      **** accumulated into YTD in the quarter it is paid.  RTE-AMOUNT
      **** is the difference between the paid periods repriced at the
      **** new rate and what they were paid. ***************************
       01  RETRO-EARNINGS-RECORD.
           05  RTE-EMP-ID             PIC  X(07).
           05  RTE-EFF-DATE           PIC  9(08).
           05  RTE-OLD-RATE           PIC  9(09)V99.
           05  RTE-NEW-RATE           PIC  9(09)V99.
           05  RTE-PERIODS            PIC  9(03).
           05  RTE-AMOUNT             PIC  9(07)V99.
           05                         PIC  X(31).
      **** End of Retro Earnings Record ********************************
