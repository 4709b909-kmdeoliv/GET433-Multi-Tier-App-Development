       01  BALO-REC           PIC X(80).

      **** LEAVE-TAKEN FEED FROM THE TIME SYSTEM - 'V' VACATION OR
      **** 'S' SICK HOURS DRAWN THIS CYCLE.  REQUESTS APPROVED ON THE
      **** LEAVE SCREEN (P46PAY) ARRIVE ON LVTAKEN IN THIS SAME LAYOUT
      **** AND ARE CONCATENATED BEHIND IT ******************************
       FD  TAKEN-FILE.
       01  TAKEN-REC.
           05  LT-EMP-ID      PIC X(7).
