      **** Report Burst Definition Record  Length 120 ******************
      **** One row per report the distribution burster (SU41BRST) can
      **** split, kept on BRSTDEF and picked by the report ID on the
      **** step's CFILE card.  BRD-WIDTH is the listing's record
      **** length (080 or 133) and selects the input DD.  The first
      **** BRD-HDR-LINES lines of the listing are its page heading and
      **** are repeated on every page of every recipient's section.
      **** BRD-KEY-TYPE says how a line finds its owner:
      ****   E  employee ID at BRD-KEY-COL, looked up on the payroll
      ****      master for PR-DIVISION/PR-DEPARTMENT
      ****   S  SSN at BRD-KEY-COL (punctuation ignored), looked up on
      ****      the AR cluster for AR-CAMPUS
      ****   D  division heading - a line carrying BRD-MARK-TEXT at
      ****      BRD-MARK-COL starts a division section, the division
      ****      itself is at BRD-KEY-COL
      ****   C  campus heading, as D but the key is the campus code
      **** For D and C every line stays with the last heading until
      **** the next one, or until a line carrying BRD-END-TEXT at
      **** BRD-END-COL (report totals) hands the rest back to the
      **** master copy.  BRD-SSN-SW 'Y' marks a listing that prints
      **** SSNs - its sections go only to recipients cleared for
      **** sensitive data.  No 01-level here by design - COPY under
      **** the caller's own 01, with REPLACING for each view. *******
       05  BRD-REPORT-ID               PIC X(10).
       05  BRD-TITLE                   PIC X(30).
       05  BRD-WIDTH                   PIC 9(03).
       05  BRD-KEY-TYPE                PIC X(01).
           88  BRD-KEY-EMPLOYEE                VALUE 'E'.
           88  BRD-KEY-SSN                     VALUE 'S'.
           88  BRD-KEY-DIVISION                VALUE 'D'.
           88  BRD-KEY-CAMPUS                  VALUE 'C'.
           88  BRD-KEY-HEADING                 VALUE 'D' 'C'.
       05  BRD-KEY-COL                 PIC 9(03).
       05  BRD-KEY-LEN                 PIC 9(02).
       05  BRD-MARK-COL                PIC 9(03).
       05  BRD-MARK-LEN                PIC 9(02).
       05  BRD-MARK-TEXT               PIC X(16).
       05  BRD-HDR-LINES               PIC 9(02).
       05  BRD-PAGE-LINES              PIC 9(02).
       05  BRD-SSN-SW                  PIC X(01).
           88  BRD-HAS-SSN                     VALUE 'Y'.
       05  BRD-END-COL                 PIC 9(03).
       05  BRD-END-LEN                 PIC 9(02).
       05  BRD-END-TEXT                PIC X(16).
       05  FILLER                      PIC X(24).
      **** End of Report Burst Definition Record ***********************
