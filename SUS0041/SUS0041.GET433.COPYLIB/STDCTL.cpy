      **** Academic-Standing Control Record  Length 30 *****************
      **** One record per run, read once at job start by the end-of-
      **** term standing run (SU41ASTD).  A term GPA at or above
      **** STC-DEANS-GPA over at least STC-DEANS-MIN-HRS GPA hours is
      **** dean's list.  A cumulative GPA below STC-GOOD-CUM-GPA is
      **** deficient and escalates one step from the prior standing
      **** (good - warning - probation - suspension); a cumulative
      **** GPA below STC-SUSP-CUM-GPA while already on warning goes
      **** straight to suspension.  A missing card means the
      **** defaults coded in SU41ASTD apply. ***************************
       01  STD-CONTROL-RECORD.
           05  STC-DEANS-GPA          PIC 9(01)V999.
           05  STC-DEANS-MIN-HRS      PIC 9(02).
           05  STC-GOOD-CUM-GPA       PIC 9(01)V999.
           05  STC-SUSP-CUM-GPA       PIC 9(01)V999.
           05                         PIC X(16).
      **** End of Academic-Standing Control Record *********************
