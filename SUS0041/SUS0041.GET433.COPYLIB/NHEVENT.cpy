      **** New-Hire Event Record  Length 80 ****************************
      **** One record per hire or rehire the batch hire load
      **** (SU41PGM84) applies to the payroll master, written in the
      **** employee-ID order of the feed.  Read by the state new-hire
      **** directory extract (SU41NHRX), which reports each one to the
      **** state.  The master carries no SSN, so the one on the hire
      **** feed travels here; the name and address come from the
      **** master when the extract runs. *****************************
       01  NEW-HIRE-EVENT-RECORD.
           05  NHE-ACTION             PIC  X(01).
               88  NHE-HIRE               VALUE 'H'.
               88  NHE-REHIRE             VALUE 'R'.
           05  NHE-EMP-ID             PIC  X(07).
           05  NHE-SSN                PIC  X(09).
           05  NHE-START-DT           PIC  9(08).
           05  NHE-LOAD-DATE          PIC  9(08).
           05  NHE-WORK-STATE         PIC  X(02).
           05                         PIC  X(45).
      **** End of New-Hire Event Record ********************************
