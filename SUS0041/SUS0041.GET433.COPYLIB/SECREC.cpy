      **** 'I' = inquiry/browse only, 'M' = maintenance up to the
      **** transaction limit, 'S' = supervisor (no limit).  Checked at
      **** menu sign-on (P41ACCT) and enforced per function; denied
      **** attempts are logged to the ACCTAUD trail.  SEC-CAMPUS is
      **** the campus the operator works at (AR-CAMPUS codes, blank
      **** is main) - a cashier's window receipts are stamped with
      **** it.  SEC-EMPLOYEE-ID ties the operator to their payroll
      **** master row (PR-EMPLOYEE-ID); the nightly recertification
      **** run (SU41OPRC) suspends the profile when payroll shows the
      **** person terminated, retired or discharged, and lists one
      **** whose SEC-LAST-USED - stamped by the menu (P41ACCT) each
      **** time the operator is let through - has gone stale.  A
      **** suspended profile is refused everywhere a missing one is;
      **** only security administration reinstates it.  Blank status
      **** is active (profiles built before the link existed).  No
      **** 01-level here by design - COPY SECREC under the caller's
      **** own 01. *****************************************************
       05  SEC-USERID                  PIC X(08).
       05  SEC-AUTHORITY               PIC X(01).
           88  SEC-INQUIRY-ONLY            VALUE 'I'.
           88  SEC-MAINTENANCE             VALUE 'M'.
           88  SEC-SUPERVISOR              VALUE 'S'.
       05  SEC-TXN-LIMIT               PIC 9(9)V99.
       05  SEC-CAMPUS                  PIC X(01).
       05  SEC-EMPLOYEE-ID             PIC X(07).
       05  SEC-STATUS                  PIC X(01).
           88  SEC-ACTIVE                  VALUE 'A' ' '.
           88  SEC-SUSPENDED               VALUE 'S'.
       05  SEC-STATUS-DATE             PIC 9(08).
       05  SEC-SUSP-REASON             PIC X(01).
           88  SEC-SUSP-TERMINATED         VALUE 'T'.
           88  SEC-SUSP-RETIRED            VALUE 'R'.
           88  SEC-SUSP-DISCHARGED         VALUE 'D'.
       05  SEC-LAST-USED               PIC 9(08).
       05  FILLER                      PIC X(34).
      **** End of Operator Security Profile Record *********************
