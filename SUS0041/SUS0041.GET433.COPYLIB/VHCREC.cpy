      **** VSAM Cluster Health Control Record  Length 80 **************
      **** Sequential VHCTL, one record per KSDS cluster the weekly
      **** health run (SU41VHLT) watches and the reorganization job
      **** (SU41VORG) may rebuild.  VHC-CLUSTER is the cluster's name
      **** on the quiesce-lock file (LOKREC) - 'VSAMSTU ', 'ARFILE  ',
      **** 'VSAMFILE' and so on - and VHC-DSN its catalog name as it
      **** appears on the LISTCAT.  The key offset (from zero, the
      **** IDCAMS KEYS convention) and length are what the reorg
      **** proves its before and after key hash over.  A threshold
      **** of zero is not checked.  VHC-AUTO-REORG 'Y' puts a
      **** cluster that breaks a threshold on the reorganization
      **** list; 'N' only reports it for review.  No 01-level here
      **** by design - COPY VHCREC under the caller's own 01. *********
       05  VHC-CLUSTER                 PIC X(08).
       05  VHC-DSN                     PIC X(44).
       05  VHC-KEY-OFFSET              PIC 9(04).
       05  VHC-KEY-LEN                 PIC 9(03).
       05  VHC-MAX-CI-SPLIT-PCT        PIC 9(03).
       05  VHC-MAX-CA-SPLITS           PIC 9(05).
       05  VHC-MIN-FREE-PCT            PIC 9(03).
       05  VHC-MAX-EXTENTS             PIC 9(03).
       05  VHC-AUTO-REORG              PIC X(01).
           88  VHC-AUTO                    VALUE 'Y'.
       05  FILLER                      PIC X(06).
      **** End of VSAM Cluster Health Control Record ******************
