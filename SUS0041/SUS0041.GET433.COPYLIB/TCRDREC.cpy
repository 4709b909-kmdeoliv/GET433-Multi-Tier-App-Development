      **** Online Timecard Entry Record  Length 80 *********************
      **** KSDS TIMECRD, key = employee id + work date + department
      **** (25) - one entry per hourly employee per day per department
      **** charged.  Keyed from the clerk's in and out times on the
      **** timecard screen (P47PAY), which works out TCD-HOURS (an out
      **** time before the in time runs past midnight).  Status 'E'
      **** entries may be changed or removed by a clerk; a supervisor's
      **** approval (never the clerk who keyed them) makes them 'A' and
      **** locks them.  The cutoff extract (SU41TCEX) writes approved
      **** entries to the pay register's hours file and marks them 'X'
      **** with the pay date of the cycle they went to, so a rerun of
      **** the same cutoff produces the same file.  No 01-level here by
      **** design - COPY TCRDREC under the caller's own 01. ************
       05  TCD-KEY.
           10  TCD-EMP-ID              PIC X(07).
           10  TCD-WORK-DATE           PIC 9(08).
           10  TCD-DEPARTMENT          PIC X(10).
       05  TCD-SHIFT                   PIC X(01).
       05  TCD-IN-TIME                 PIC 9(04).
       05  TCD-OUT-TIME                PIC 9(04).
       05  TCD-HOURS                   PIC 9(02)V99.
       05  TCD-STATUS                  PIC X(01).
           88  TCD-ENTERED                 VALUE 'E'.
           88  TCD-APPROVED                VALUE 'A'.
           88  TCD-EXTRACTED               VALUE 'X'.
       05  TCD-CLERK                   PIC X(08).
       05  TCD-ENTRY-DATE              PIC 9(08).
       05  TCD-APPROVER                PIC X(08).
       05  TCD-PAY-DATE                PIC 9(08).
       05  FILLER                      PIC X(09).
      **** End of Online Timecard Entry Record *************************
