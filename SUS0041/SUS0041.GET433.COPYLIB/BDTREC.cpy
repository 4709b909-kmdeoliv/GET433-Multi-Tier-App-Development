      **** Processing-Date Record  Length 80 ***************************
      **** Dataset BUSDATE, one record.  BDT-PROC-DATE is the business
      **** day every date-driven batch run posts, ages and schedules
      **** on - never the machine clock, so a run that starts after
      **** midnight or is caught up on a holiday still lands on the
      **** right day.  Only the roll job (SU41BDRL) changes it, when
      **** operations rolls the date forward at the end of the batch
      **** day; it always moves to a business day on the holiday
      **** calendar (HOLREC).  BDT-PRIOR-DATE and BDT-NEXT-DATE are
      **** the business days either side of it.  No 01-level here by
      **** design - COPY BDTREC under the caller's own 01, the ACCTREC
      **** convention. *************************************************
       05  BDT-PROC-DATE               PIC 9(08).
       05  BDT-PRIOR-DATE              PIC 9(08).
       05  BDT-NEXT-DATE               PIC 9(08).
       05  BDT-ROLL-PGM                PIC X(08).
       05  BDT-ROLL-DATE               PIC 9(08).
       05  BDT-ROLL-TIME               PIC 9(06).
       05  FILLER                      PIC X(34).
      **** End of Processing-Date Record *******************************
