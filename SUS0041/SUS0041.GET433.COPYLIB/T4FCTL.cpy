      **** Title IV Fund Control Record  Length 80 *********************
      **** One record per federal aid fund the return-of-aid run
      **** (SU41R2T4) must recalculate on a withdrawal.  T4F-FUND is
      **** the aid office's fund code as carried on the award file
      **** and the FA journal entries (SU41PGM33).  Records are kept
      **** in the federal return order - unsubsidized loans first,
      **** grants last - because unearned aid is returned fund by
      **** fund in file order.  T4F-DUE-GL is the due-to-government
      **** liability account the school's return is credited to. ****
       01  T4-FUND-CONTROL-RECORD.
           05  T4F-FUND               PIC  X(06).
           05  T4F-DESC               PIC  X(20).
           05  T4F-DUE-GL             PIC  X(10).
           05                         PIC  X(44).
      **** End of Title IV Fund Control Record *************************
