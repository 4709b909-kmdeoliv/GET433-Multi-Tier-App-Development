      **** Burst Work Line  Length 152 *********************************
      **** One row per report line per recipient it goes to, written
      **** by the distribution burster (SU41BRST) and sorted into
      **** recipient order (BW-RECIP-SUB is the recipient's place on
      **** the distribution master) with the lines kept in report
      **** order.  No 01-level here by design - COPY BRSTWK under the
      **** caller's own 01, with REPLACING for each view. ************
       05  BW-RECIP-SUB                PIC 9(04).
       05  BW-RECIP-ID                 PIC X(08).
       05  BW-LINE-NO                  PIC 9(07).
       05  BW-LINE                     PIC X(133).
      **** End of Burst Work Line **************************************
