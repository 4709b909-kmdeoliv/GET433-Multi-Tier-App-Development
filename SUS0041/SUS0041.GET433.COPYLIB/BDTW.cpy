      ***************************************************************
      * WORKING STORAGE FOR THE SHARED BUSINESS-DATE PARAGRAPHS
      * (BDTP.CPY).  THE CALLER PERFORMS GET-BUSINESS-DATE-RTN AT
      * JOB START AND STOPS THE STEP UNLESS BDT-LOADED CAME BACK;
      * BDT-PROCESSING-DATE IS THEN THE RUN'S POSTING DATE.  THE
      * DATE ROUTINES WORK ON BDT-DATE IN PLACE - LOAD IT, SET
      * BDT-DAYS WHERE A COUNT IS WANTED, PERFORM, READ IT BACK.
      * DAY NUMBERING IS THE MONTH-END ACCRUAL'S (SU41ACCR): DAY 1
      * IS MONDAY 1 JANUARY OF YEAR 1, SO A DAY NUMBER'S REMAINDER
      * BY 7 IS ITS WEEKDAY - 1 MONDAY THROUGH 5 FRIDAY, 6 SATURDAY,
      * 0 SUNDAY.
      ***************************************************************
       01  BUSDATE-WORK-AREA.
           05  BDATE-FS           PIC XX    VALUE '00'.
               88  BDATE-FS-OK        VALUE '00'.
           05  HOL-FS             PIC XX    VALUE '00'.
               88  HOL-FS-OK          VALUE '00'.
           05  HOL-EOF-SW         PIC X     VALUE SPACE.
           05  BDT-OK-SW          PIC X     VALUE 'N'.
               88  BDT-LOADED         VALUE 'Y'.
           05  BDT-BUS-SW         PIC X     VALUE 'N'.
               88  BDT-BUSINESS-DAY   VALUE 'Y'.
           05  BDT-PROCESSING-DATE PIC 9(8) VALUE 0.
           05  BDT-SYSTEM-DATE    PIC 9(8)  VALUE 0.
           05  BDT-DATE           PIC 9(8)  VALUE 0.
           05  BDT-DATE-R         REDEFINES BDT-DATE.
               10  BDT-YYYY       PIC 9(4).
               10  BDT-MM         PIC 9(2).
               10  BDT-DD         PIC 9(2).
           05  BDT-DAYS           PIC 9(4)  VALUE 0.
           05  BDT-DOW            PIC 9(1)  VALUE 0.
           05  BDT-DAY-NUMBER     PIC 9(7)  VALUE 0.
           05  BDT-DOW-QUOT       PIC 9(7)  VALUE 0.
           05  BDT-PRIOR-YR       PIC 9(4)  VALUE 0.
           05  BDT-QUOT           PIC 9(4)  VALUE 0.
           05  BDT-REM            PIC 9(4)  VALUE 0.
           05  BDT-LEAP-SW        PIC X     VALUE 'N'.
               88  BDT-LEAP           VALUE 'Y'.
           05  BDT-MON-LIMIT      PIC 9(2)  VALUE 0.
           05  BDT-CUM-DAYS-TBL   PIC X(36) VALUE
                   '000031059090120151181212243273304334'.
           05  BDT-CUM-DAYS-R     REDEFINES BDT-CUM-DAYS-TBL.
               10  BDT-CUM-DAYS   PIC 9(3)  OCCURS 12 TIMES.
           05  BDT-MON-DAYS-TBL   PIC X(24) VALUE
                   '312831303130313130313031'.
           05  BDT-MON-DAYS-R     REDEFINES BDT-MON-DAYS-TBL.
               10  BDT-MON-DAYS   PIC 9(2)  OCCURS 12 TIMES.
           05  HOL-CNT            PIC 9(4)  VALUE 0.
           05  HOL-MAX            PIC 9(4)  VALUE 500.
           05  HOL-SUB            PIC 9(4)  VALUE 0.

      **** THE HOLIDAY CALENDAR, LOADED WHOLE AT JOB START ************
       01  HOL-TABLE-AREA.
           05  HOL-TBL            OCCURS 500 TIMES.
               10  HT-DATE        PIC 9(8).
