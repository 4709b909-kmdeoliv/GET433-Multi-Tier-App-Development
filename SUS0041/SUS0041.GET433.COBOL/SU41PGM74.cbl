           WRITE ARCH-REC.
      * PY, FA AND THE OTHER CREDIT TYPES REDUCE THE CARRY-FORWARD
      * NET; EVERYTHING ELSE RAISES IT - THE SAME CHARGE/CREDIT SPLIT
      * THE POSTING-HISTORY INQUIRY MAKES.  RA (AID RETURNED) AND WR
      * (WRITE-OFF REINSTATED) ARE CREDITS CARRIED NEGATIVE, SO THEY
      * RAISE THE NET THROUGH THE SAME SIGN FLIP.
           EVALUATE ARJ-TRAN-TYPE
               WHEN 'PY'
               WHEN 'FA'
               WHEN 'TW'
               WHEN 'AG'
               WHEN 'CP'
               WHEN 'WO'
               WHEN 'WR'
               WHEN 'RA'
                   COMPUTE WS-NET = 0 - ARJ-AMOUNT
               WHEN OTHER
                   MOVE ARJ-AMOUNT TO WS-NET
