      **** Holiday Calendar Record  Length 80 **************************
      **** Dataset HOLCAL, one record per bank holiday on which no
      **** business day is taken, any order.  Saturdays and Sundays
      **** are never business days and need no record.  Operations
      **** loads the coming year's holidays before the roll job
      **** (SU41BDRL) first reaches it - the roll warns when the
      **** calendar has nothing for the year it lands in.  No
      **** 01-level here by design - COPY HOLREC under the caller's
      **** own 01, the ACCTREC convention. *****************************
       05  HOL-DATE                    PIC 9(08).
       05  HOL-NAME                    PIC X(30).
       05  FILLER                      PIC X(42).
      **** End of Holiday Calendar Record ******************************
