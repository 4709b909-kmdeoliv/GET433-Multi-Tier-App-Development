      **** Labor Distribution History Record  Length 80 ****************
      **** One record per employee per division/department charged,
      **** written by the labor-cost journal (SU41PGM45) every pay
      **** period and kept cumulatively, so the effort certification
      **** run (SU41EFRT) can roll a whole term back up by employee.
      **** LDH-PCT is the distribution percent the dollars were split
      **** by - 100.00 for an employee costed to the home department.
      **** LDH-GROSS and LDH-BENEFIT are this record's share only. ***
       01  LABOR-DIST-HIST-RECORD.
           05  LDH-EMP-ID             PIC  X(07).
           05  LDH-PAY-DATE           PIC  9(08).
           05  LDH-DIVISION           PIC  X(10).
           05  LDH-DEPARTMENT         PIC  X(10).
           05  LDH-PCT                PIC  9(03)V99.
           05  LDH-GROSS              PIC  9(07)V99.
           05  LDH-BENEFIT            PIC  9(07)V99.
           05  LDH-SOURCE             PIC  X(01).
               88  LDH-SPLIT              VALUE 'D'.
               88  LDH-HOME               VALUE 'H'.
           05                         PIC  X(21).
      **** End of Labor Distribution History Record ********************
