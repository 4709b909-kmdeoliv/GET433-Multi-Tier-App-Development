      **** Work-Study Earnings To Date  Length 80 *********************
      **** One record per student employee holding a work-study
      **** award, carried forward run to run by the work-study
      **** tracking run (SU41WSTD) - prior state in, updated state
      **** out, the same carry-forward as the deduction
      **** authorizations.  The calendar-year YTD accumulators reset
      **** every January, but an award year does not, so this record
      **** remembers how much the student has earned since the award
      **** year began and the YTD gross last seen, and each run adds
      **** only the growth since.  A record for an earlier award
      **** year is started over. *************************************
       01  WORK-STUDY-EARN-RECORD.
           05  WSE-EMP-ID             PIC X(07).
           05  WSE-SSN                PIC 9(09).
           05  WSE-AWD-START          PIC 9(08).
           05  WSE-YTD-YEAR           PIC 9(04).
           05  WSE-YTD-GROSS          PIC 9(09)V99.
           05  WSE-EARNED             PIC 9(09)V99.
           05  WSE-AWARD              PIC S9(07)V99.
           05  WSE-LAST-RUN-DATE      PIC 9(08).
      **** The run that first found the student at or past the alert
      **** percentage - zero while the student is under it. ************
           05  WSE-ALERT-DATE         PIC 9(08).
           05                         PIC X(05).
      **** End of Work-Study Earnings To Date **************************
