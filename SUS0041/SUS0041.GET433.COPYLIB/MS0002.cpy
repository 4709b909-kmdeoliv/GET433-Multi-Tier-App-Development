      * laid out in the same generated style as MS0001.  One DETAILS
      * map: keyed SSN in, student fields out, message line at the
      * bottom.  STSTAT carries the enrollment-status letter the
      * maintenance screen edits under the lifecycle rules.  STPRIV
      * carries the directory-information privacy flag (Y/N).
      * ***************************************************************
       01 DETAILSI.
          02 FILLER                    PIC X(12).
             03 STSTATA                PIC X.
          02 FILLER                    PIC X(2).
          02 STSTATI                   PIC X(1).
      *
          02 STPRIVL                   PIC S9(4) COMP.
          02 STPRIVF                   PIC X.
          02 FILLER          REDEFINES STPRIVF.
             03 STPRIVA                PIC X.
          02 FILLER                    PIC X(2).
          02 STPRIVI                   PIC X(1).
      *
          02 STCHGL                    PIC S9(4) COMP.
          02 STCHGF                    PIC X.
          02 STSTATC                   PIC X.
          02 STSTATH                   PIC X.
          02 STSTATO                   PIC X(1).
      *
          02 FILLER                    PIC X(3).
          02 STPRIVC                   PIC X.
          02 STPRIVH                   PIC X.
          02 STPRIVO                   PIC X(1).
      *
          02 FILLER                    PIC X(3).
          02 STCHGC                    PIC X.
