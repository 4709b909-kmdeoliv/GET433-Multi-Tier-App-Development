      **** Operator Recertification Control Record  Length 80 **********
      **** One record per run, read once at job start by the nightly
      **** operator recertification (SU41OPRC).  An active profile
      **** with no audited screen use for OPR-UNUSED-DAYS is flagged
      **** on the exception report (it is not suspended).  The
      **** division recertification report prints on the first
      **** business day of each calendar quarter; OPR-RECERT-SW 'Y'
      **** prints it on any other run as well (audit requests,
      **** reruns).  A missing card means the program defaults
      **** (90 days, quarterly report only) apply. ********************
       01  OPERATOR-RECERT-CONTROL-RECORD.
           05  OPR-UNUSED-DAYS        PIC 9(03).
           05  OPR-RECERT-SW          PIC X(01).
               88  OPR-RECERT-FORCED          VALUE 'Y'.
           05                         PIC X(76).
      **** End of Operator Recertification Control Record *************
