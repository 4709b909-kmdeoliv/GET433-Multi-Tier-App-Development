      **** Immunization Compliance Control Record  Length 40 ***********
      **** One record per required vaccine per residency code, loaded
      **** into a table at job start by the immunization compliance
      **** run (SU41IMMC).  IC-RESIDENCY is the student master's
      **** residency code - 'I' in-state, 'O' out-of-state, 'F'
      **** international - or '*' for a vaccine every student needs.
      **** IC-VALID-MONTHS is how long the last dose counts; zero
      **** means it never lapses. **************************************
       01  IMM-CONTROL-RECORD.
           05  IC-RESIDENCY           PIC  X(01).
           05  IC-VACCINE             PIC  X(04).
           05  IC-VACCINE-NAME        PIC  X(20).
           05  IC-DOSES               PIC  9(02).
           05  IC-VALID-MONTHS        PIC  9(03).
           05                         PIC  X(10).
      **** End of Immunization Compliance Control Record ***************
