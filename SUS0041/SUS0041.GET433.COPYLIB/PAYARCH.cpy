      **** Payroll Archive Record  Length 380 **************************
      **** One record per master, YTD, position-history or leave-
      **** balance record the retention purge (SU41TPRG) took off the
      **** live files, the original record image carried unchanged in
      **** ARC-DATA so the retrieval utility (SU41TRST) can put it back
      **** exactly as it was.  Each purge run catalogs a new generation
      **** of the archive GDG; reading the GDG base reads them all.
      **** ARC-PURGE-DATE tells a rehired-and-purged-again employee's
      **** two archivings apart - retrieval takes the latest. *********
       01  PAYROLL-ARCHIVE-RECORD.
           05  ARC-EMP-ID             PIC  X(07).
           05  ARC-TYPE               PIC  X(01).
               88  ARC-MASTER             VALUE 'M'.
               88  ARC-YTD                VALUE 'Y'.
               88  ARC-HISTORY            VALUE 'H'.
               88  ARC-LEAVE              VALUE 'L'.
           05  ARC-PURGE-DATE         PIC  9(08).
           05  ARC-DATA               PIC  X(360).
           05                         PIC  X(04).
      **** End of Payroll Archive Record *******************************
