      **** Report Distribution Master Record  Length 120 ***************
      **** One row per recipient of a burst report section, read
      **** whole by the distribution burster (SU41BRST).  DST-REPORT-ID
      **** names the report the row applies to; spaces means every
      **** report.  DST-SCOPE decides which lines the recipient gets:
      ****   D  payroll lines of DST-DIVISION - every department of the
      ****      division when DST-DEPARTMENT is spaces (division head),
      ****      only DST-DEPARTMENT otherwise (department manager)
      ****   C  bursar lines of campus DST-CAMPUS (M main, 2 north)
      ****   M  master copy - lines no D or C recipient received
      ****      (report totals, unknown employees or students)
      ****   A  full copy of the whole report
      **** DST-METHOD is how the section travels - P printed to the
      **** DST-DEST print location, E e-mailed to the DST-DEST
      **** address, V posted to the DST-DEST report-viewer folder.
      **** DST-SSN-CLEARED 'Y' clears the recipient for reports that
      **** print SSNs; anyone else is withheld from those. ************
       01  DIST-RECORD.
           05  DST-RECIP-ID            PIC X(08).
           05  DST-REPORT-ID           PIC X(10).
           05  DST-SCOPE               PIC X(01).
               88  DST-SCOPE-DIVISION          VALUE 'D'.
               88  DST-SCOPE-CAMPUS            VALUE 'C'.
               88  DST-SCOPE-MASTER            VALUE 'M'.
               88  DST-SCOPE-ALL               VALUE 'A'.
           05  DST-DIVISION            PIC X(10).
           05  DST-DEPARTMENT          PIC X(10).
           05  DST-CAMPUS              PIC X(01).
           05  DST-METHOD              PIC X(01).
               88  DST-METHOD-PRINT            VALUE 'P'.
               88  DST-METHOD-EMAIL            VALUE 'E'.
               88  DST-METHOD-VIEWER           VALUE 'V'.
           05  DST-SSN-CLEARED         PIC X(01).
               88  DST-CLEARED-FOR-SSN         VALUE 'Y'.
           05  DST-RECIP-NAME          PIC X(24).
           05  DST-DEST                PIC X(40).
           05                          PIC X(14).
      **** End of Report Distribution Master Record ********************
