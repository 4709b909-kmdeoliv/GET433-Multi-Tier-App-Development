      **** Pending Leave Request Record  Length 80 *********************
      **** KSDS LVREQST, keyed by employee id - one request waiting on
      **** a supervisor per employee at a time, the same shape as the
      **** PENDAPPR queue.  Written by the leave request screen
      **** (P46PAY) when the employee keys the dates and hours, and
      **** deleted again when a supervisor approves or denies it.
      **** LVQ-REQUESTER is the operator who keyed it - the approver
      **** must be someone else.  No 01-level here by design - COPY
      **** LVRQREC under the caller's own 01. **************************
       05  LVQ-EMP-ID                  PIC X(07).
       05  LVQ-TYPE                    PIC X(01).
           88  LVQ-VACATION                VALUE 'V'.
           88  LVQ-SICK                    VALUE 'S'.
       05  LVQ-FROM-DATE               PIC 9(08).
       05  LVQ-THRU-DATE               PIC 9(08).
       05  LVQ-HOURS                   PIC 9(03)V99.
       05  LVQ-REQUESTER               PIC X(08).
       05  LVQ-DATE                    PIC 9(08).
       05  LVQ-TIME                    PIC 9(06).
       05  FILLER                      PIC X(29).
      **** End of Pending Leave Request Record *************************
