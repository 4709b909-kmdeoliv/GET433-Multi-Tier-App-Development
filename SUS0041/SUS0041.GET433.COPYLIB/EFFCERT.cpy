      **** Effort Certification Return Record  Length 80 ***************
      **** One record per division/department line of a signed effort
      **** certification form, keyed from the returned form: the
      **** employee, the term the form covers, the percent of effort
      **** the employee and principal investigator certify for that
      **** line, and the date each of them signed.  A zero date means
      **** that signature is still missing.  A line the form did not
      **** print may be added by hand - the department must be on the
      **** division/department list for the effort to move there. ****
       01  EFFORT-CERT-RECORD.
           05  EFC-EMP-ID             PIC  X(07).
           05  EFC-TERM               PIC  X(06).
           05  EFC-DIVISION           PIC  X(10).
           05  EFC-DEPARTMENT         PIC  X(10).
           05  EFC-CERT-PCT           PIC  9(03)V99.
           05  EFC-EMP-SIGN-DATE      PIC  9(08).
           05  EFC-PI-ID              PIC  X(08).
           05  EFC-PI-SIGN-DATE       PIC  9(08).
           05                         PIC  X(18).
      **** End of Effort Certification Return Record *******************
