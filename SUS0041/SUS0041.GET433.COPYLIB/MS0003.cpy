          02 POPTI                     PIC 9(1).
             88  POPT-INQUIRY              VALUE 1.
             88  POPT-MAINTENANCE          VALUE 2.
             88  POPT-LEAVE                VALUE 3.
             88  POPT-TIMECARD             VALUE 4.
      *
          02 PMNUML                    PIC S9(4) COMP.
          02 PMNUMF                    PIC X.
