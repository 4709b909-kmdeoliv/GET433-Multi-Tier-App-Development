      **** VSAM Reorganization Flag Record  Length 80 *****************
      **** Sequential VHFLAG, rewritten whole by every weekly health
      **** run (SU41VHLT) - one record per cluster that broke a
      **** threshold and is set for automatic reorganization.  The
      **** reorganization job (SU41VORG) rebuilds a cluster only
      **** when it is on this file or its card forces it.  One
      **** switch byte per threshold broken, 'Y' or space. No
      **** 01-level here by design - COPY VHFREC under the caller's
      **** own 01. ****************************************************
       05  VHF-CLUSTER                 PIC X(08).
       05  VHF-DSN                     PIC X(44).
       05  VHF-RUN-DATE                PIC 9(08).
       05  VHF-CI-SPLIT-SW             PIC X(01).
       05  VHF-CA-SPLIT-SW             PIC X(01).
       05  VHF-FREE-SW                 PIC X(01).
       05  VHF-EXTENT-SW               PIC X(01).
       05  FILLER                      PIC X(16).
      **** End of VSAM Reorganization Flag Record *********************
