      **** Payroll Tax Deposit Record  Length 120 **********************
      **** One record per tax deposit owed - the federal (941) deposit
      **** and the state withholding deposit for each pay date on the
      **** pay register - carried forward run to run by the deposit
      **** run (SU41TDEP): the prior state is read at job start and
      **** every deposit written back out.  TDP-DUE-DATE is set by
      **** the deposit schedule when the deposit is first scheduled;
      **** TDP-SS-TAX and TDP-MED-TAX carry employee and employer
      **** shares together, TDP-ER-TAX the employer part of the two.
      **** A deposit stays unpaid until its EFT confirmation comes
      **** back; settled after the due date it is paid late. *********
       01  TAX-DEPOSIT-RECORD.
           05  TDP-KEY.
               10  TDP-TAX-TYPE       PIC  X(01).
                   88  TDP-FEDERAL        VALUE 'F'.
                   88  TDP-STATE          VALUE 'S'.
               10  TDP-PAY-DATE       PIC  9(08).
           05  TDP-DUE-DATE           PIC  9(08).
           05  TDP-SCHEDULE           PIC  X(01).
               88  TDP-MONTHLY            VALUE 'M'.
               88  TDP-SEMIWEEKLY         VALUE 'S'.
               88  TDP-NEXT-DAY           VALUE 'N'.
               88  TDP-DAYS-AFTER         VALUE 'D'.
           05  TDP-WITHHELD           PIC  9(09)V99.
           05  TDP-SS-TAX             PIC  9(09)V99.
           05  TDP-MED-TAX            PIC  9(09)V99.
           05  TDP-ER-TAX             PIC  9(09)V99.
           05  TDP-AMOUNT             PIC  9(09)V99.
           05  TDP-SENT-DATE          PIC  9(08).
           05  TDP-PAID-DATE          PIC  9(08).
           05  TDP-PAID-AMT           PIC  9(09)V99.
           05  TDP-CONF-NO            PIC  X(15).
           05  TDP-STATUS             PIC  X(01).
               88  TDP-UNPAID             VALUE 'U'.
               88  TDP-PAID               VALUE 'P'.
               88  TDP-PAID-LATE          VALUE 'L'.
           05                         PIC  X(04).
      **** End of Payroll Tax Deposit Record ***************************
