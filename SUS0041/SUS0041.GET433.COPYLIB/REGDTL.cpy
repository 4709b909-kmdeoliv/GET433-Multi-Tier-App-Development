      **** Registration Detail / Transaction Record  Length 80 *********
      **** The RGFILE registration detail row SU41PGM79 rolls into
      **** STU-CREDITS, with the who-and-when stamp carved out of its
      **** old filler.  The same layout carries the day's changes:
      **** the online add/drop screen (P47STU) appends one row per
      **** add or drop to the ESDS REGTRAN, and the nightly section
      **** run (SU41SECT) writes its waitlist promotions to RGADD.
      **** SU41REGM sorts both and merges them into the next RGFILE.
      **** A non-zero drop date marks a drop.  Programs that predate
      **** the stamp still read it as FILLER.  No 01-level here by
      **** design - COPY REGDTL under the caller's own 01. *************
       05  RGD-SSN                     PIC 9(09).
       05  RGD-COURSE                  PIC X(08).
       05  RGD-SECTION                 PIC X(03).
       05  RGD-CREDITS                 PIC 9(02).
       05  RGD-ADD-DATE                PIC 9(08).
       05  RGD-DROP-DATE               PIC 9(08).
       05  RGD-USERID                  PIC X(08).
       05  RGD-CHG-DATE                PIC 9(08).
       05  RGD-CHG-TIME                PIC 9(06).
       05  RGD-SOURCE                  PIC X(08).
       05  FILLER                      PIC X(12).
      **** End of Registration Detail / Transaction Record *************
