      **** Salary Structure Control Record  Length 80 ******************
      **** One record per title and pay cycle - the pay grade that
      **** PR-TITLE is slotted into, with the range minimum, midpoint
      **** and maximum expressed in the same units as PR-PAY-RATE for
      **** that PR-PAY-CYCLE (hourly rate, biweekly amount or annual
      **** salary).  Loaded into a table at job start by the
      **** compa-ratio report (SU41CMPA) and the merit run
      **** (SU41PGM46), which caps an increase at SAL-MAXIMUM and
      **** reports the capped-off part as a lump sum.  A RANGE
      **** CHANGE IS A FILE SWAP, NOT A RECOMPILE. *********************
       01  SALARY-GRADE-RECORD.
           05  SAL-TITLE              PIC X(20).
           05  SAL-PAY-CYCLE          PIC X(01).
           05  SAL-GRADE              PIC X(03).
           05  SAL-MINIMUM            PIC 9(09)V99.
           05  SAL-MIDPOINT           PIC 9(09)V99.
           05  SAL-MAXIMUM            PIC 9(09)V99.
           05                         PIC X(23).
      **** End of Salary Structure Control Record **********************
