      **** Effort Certification Status Record  Length 80 ***************
      **** One record per employee per term on the effort list,
      **** carried forward run to run by SU41EFRT - the prior state is
      **** read at job start and every record written back out, so a
      **** certification's cost transfer is journaled exactly once
      **** however many times the term is rerun.  EFS-XFER-AMT is the
      **** labor and benefit cost the transfer moved (the debit side).
      **** Records for other terms pass through untouched. ************
       01  EFFORT-STATUS-RECORD.
           05  EFS-EMP-ID             PIC  X(07).
           05  EFS-TERM               PIC  X(06).
           05  EFS-STATUS             PIC  X(01).
               88  EFS-UNSIGNED           VALUE 'U'.
               88  EFS-AWAIT-EMP          VALUE 'E'.
               88  EFS-AWAIT-PI           VALUE 'P'.
               88  EFS-REJECTED           VALUE 'R'.
               88  EFS-CERTIFIED          VALUE 'C'.
               88  EFS-TRANSFERRED        VALUE 'T'.
           05  EFS-FORM-DATE          PIC  9(08).
           05  EFS-CERT-DATE          PIC  9(08).
           05  EFS-XFER-DATE          PIC  9(08).
           05  EFS-XFER-AMT           PIC  9(09)V99.
           05  EFS-GROSS              PIC  9(09)V99.
           05                         PIC  X(20).
      **** End of Effort Certification Status Record *******************
