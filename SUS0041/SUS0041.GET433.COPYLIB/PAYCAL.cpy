      **** Pay-Period Calendar Control Record  Length 80 ***************
      **** One record per biweekly pay period, in date order.  A
      **** period whose pay date is before the run date has been
      **** paid; the retro-pay review reprices paid periods only.
      **** A rate is taken as in effect for a whole period when it is
      **** in effect on the period's end date. *************************
       01  PAY-CALENDAR-RECORD.
           05  PCAL-PERIOD-START      PIC  9(08).
           05  PCAL-PERIOD-END        PIC  9(08).
           05  PCAL-PAY-DATE          PIC  9(08).
           05                         PIC  X(56).
      **** End of Pay-Period Calendar Control Record *******************
