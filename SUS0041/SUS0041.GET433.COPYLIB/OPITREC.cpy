      **** (APPLCTL.CPY) and records what it settled on the
      **** application detail file.  An item whose open amount reaches
      **** zero is marked closed but kept - it is history, not trash.
      **** OPI-REF-ID carries the sender's own reference for a charge
      **** that a later feed must find again - the library item
      **** number on a library fine or lost-item charge (SU41LIBF),
      **** so a return or waiver reverses exactly that charge.
      **** Spaces on every other item.
       01  OPI-RECORD.
           05  OPI-KEY.
               10  OPI-SSN            PIC 9(9).
               88  OPI-OPEN               VALUE 'O'.
               88  OPI-CLOSED             VALUE 'C'.
           05  OPI-PGM                PIC X(9).
           05  OPI-REF-ID             PIC X(12).
           05                         PIC X(18).
      **** End of Student AR Open-Item Record ***************************
