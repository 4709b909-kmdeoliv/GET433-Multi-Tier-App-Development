      **** Off-Cycle Check Register Record  Length 170 ****************
      **** One record per check the off-cycle run (SU41OFCY) has
      **** issued or voided, carried forward run to run the same way
      **** the YTD accumulators are - the prior state is read at job
      **** start and the updated state written back out.  The
      **** register keeps the check's own figures so a later void
      **** reverses exactly what was paid - a check that is not on
      **** the register is never voided off-cycle.  CKR-NET is what
      **** the bank was told.  The FICA fields are the employee's
      **** share withheld and the wages it was figured on.  CKR-GARN
      **** is the garnishment withheld on the check, already credited
      **** to its orders.  CKR-REIMB is the non-taxable expense
      **** reimbursement carried in CKR-NET and CKR-OT-PREM the part
      **** of CKR-GROSS paid above straight time.  Records written
      **** before those two were carried have spaces there and are
      **** read as zero. ********************************************
       01  CHECK-REGISTER-RECORD.
           05  CKR-CHECK-NO           PIC  9(10).
           05  CKR-EMP-ID             PIC  X(07).
           05  CKR-ISSUE-DATE         PIC  9(08).
           05  CKR-SOURCE             PIC  X(01).
               88  CKR-OFF-CYCLE          VALUE 'O'.
               88  CKR-REISSUE            VALUE 'R'.
               88  CKR-REGULAR            VALUE 'C'.
           05  CKR-STATUS             PIC  X(01).
               88  CKR-ISSUED             VALUE 'I'.
               88  CKR-VOIDED             VALUE 'V'.
           05  CKR-VOID-DATE          PIC  9(08).
           05  CKR-GROSS              PIC  9(07)V99.
           05  CKR-FIT                PIC  9(07)V99.
           05  CKR-SIT                PIC  9(07)V99.
           05  CKR-RET                PIC  9(07)V99.
           05  CKR-DED                PIC  9(07)V99.
           05  CKR-NET                PIC  9(07)V99.
           05  CKR-REPLACES-NO        PIC  9(10).
           05  CKR-SS-WAGES           PIC  9(07)V99.
           05  CKR-ADDL-WAGES         PIC  9(07)V99.
           05  CKR-SS-TAX             PIC  9(07)V99.
           05  CKR-MED-TAX            PIC  9(07)V99.
           05  CKR-GARN               PIC  9(07)V99.
           05  CKR-REIMB              PIC  9(07)V99.
           05  CKR-OT-PREM            PIC  9(07)V99.
           05                         PIC  X(08).
      **** End of Off-Cycle Check Register Record *********************
