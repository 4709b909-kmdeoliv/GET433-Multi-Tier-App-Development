      **** Degree-Requirements Control Record  Length 30 ***************
      **** One record per catalog year, loaded into a table at job
      **** start by the degree-progress report (SU41PGM41) and the
      **** graduation clearance run (SU41GRAD), which apply the same
      **** rule.  A record with catalog year 0000 is the default
      **** applied to any student whose catalog year has no record of
      **** its own. ****************************************************
       01  REQ-CONTROL-RECORD.
           05  REQ-CATALOG-YEAR       PIC  9(04).
           05  REQ-TOTAL-CREDITS      PIC  9(03).
