      **** Tuition What-If Scenario Record  Length 80 characters *****
      **** One record per proposed rate schedule per campus, read at
      **** job start by the rate-modeling run (SU41TWIF) - nothing is
      **** ever billed or posted from it.  The records of one
      **** scenario share SCN-ID and are kept together on the file.
      **** A blank campus is the scenario's rate for every campus
      **** without a record of its own; a campus with neither stays
      **** at its current rate card.  A zero tier rate leaves that
      **** tier at its current rate, so a scenario can move one tier
      **** alone.  Same per-credit tiers as the rate card (RATECTL).
       01  TUITION-SCENARIO-RECORD.
           05  SCN-ID                 PIC  X(06).
           05  SCN-DESC               PIC  X(20).
           05  SCN-CAMPUS             PIC  X(01).
           05  SCN-RATE-PER-CREDIT    PIC  9(03)V99.
           05  SCN-RATE-OUTST         PIC  9(03)V99.
           05  SCN-RATE-INTL          PIC  9(03)V99.
           05                         PIC  X(38).
      **** End of Tuition What-If Scenario Record *********************
