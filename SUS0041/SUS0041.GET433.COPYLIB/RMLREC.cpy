      **** Returned-Mail Register Record  Length 120 *******************
      **** KSDS RTNMAIL, key = master + id, one record per address the
      **** post office has sent back.  RML-MASTER says which file the
      **** id belongs to - 'S' student (SSN), 'P' payroll (employee
      **** id), 'A' account (account number) - the id is left-
      **** justified in RML-ID.  The student and payroll masters and
      **** the account record have no room for the flag, so it is
      **** kept here with RML-ADDR-SNAP, the address exactly as it
      **** was mailed:
      ****     'S'  the student master address (20)
      ****     'P'  PR-ADDRESS1 followed by PR-CITY (30 + 30)
      ****     'A'  ACCT-ADDRESS-1, -2 and -3 (25 + 20 + 15)
      **** A mailing run holds the piece only while the master still
      **** carries that snapshot - once the address is changed the
      **** entry no longer matches and mail goes out again.  The
      **** maintenance screens (P44STU, P44ACCT) delete the entry on
      **** an address change; the weekly worklist (SU41RMWL) purges
      **** any entry whose address has since changed by other means.
      **** No 01-level here by design - COPY RMLREC under the caller's
      **** own 01. *****************************************************
       05  RML-KEY.
           10  RML-MASTER              PIC X(01).
               88  RML-STUDENT             VALUE 'S'.
               88  RML-EMPLOYEE            VALUE 'P'.
               88  RML-ACCOUNT             VALUE 'A'.
           10  RML-ID                  PIC X(09).
       05  RML-RETURNED-DATE           PIC 9(08).
       05  RML-FIRST-RETURNED          PIC 9(08).
       05  RML-RETURN-CNT              PIC 9(03).
       05  RML-DOC-PGM                 PIC X(08).
       05  RML-NAME                    PIC X(20).
       05  RML-ADDR-SNAP               PIC X(60).
       05  FILLER                      PIC X(03).
      **** End of Returned-Mail Register Record ***********************
