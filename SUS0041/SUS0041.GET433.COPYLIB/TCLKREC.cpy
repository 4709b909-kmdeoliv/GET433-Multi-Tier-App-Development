      **** Timecard Period Lock Record  Length 80 **********************
      **** KSDS TCLOCK, keyed by employee id.  TCL-APPR-THRU is the
      **** last day a supervisor has approved the employee's timecard
      **** through on the timecard screen (P47PAY) - every entry on or
      **** before it is locked, and no new entry may be keyed for a
      **** day on or before it.  No record means nothing approved yet.
      **** No 01-level here by design - COPY TCLKREC under the caller's
      **** own 01. *****************************************************
       05  TCL-EMP-ID                  PIC X(07).
       05  TCL-APPR-THRU               PIC 9(08).
       05  TCL-APPROVER                PIC X(08).
       05  TCL-APPR-DATE               PIC 9(08).
       05  TCL-APPR-TIME               PIC 9(06).
       05  FILLER                      PIC X(43).
      **** End of Timecard Period Lock Record **************************
