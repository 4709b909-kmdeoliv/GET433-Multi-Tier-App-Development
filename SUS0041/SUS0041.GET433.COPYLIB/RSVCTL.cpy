      **** Doubtful-Accounts Loss-Rate Control Record  Length 80 *******
      **** One record per campus and aging bucket, maintained by the
      **** controller as data.  RSR-BUCKET follows the open-item
      **** aging (SU41PGM26): 1 = current, 2 = 30-59 days, 3 = 60-89
      **** days, 4 = 90 days and over, 5 = no activity date.
      **** RSR-CAMPUS is the AR-CAMPUS code ('M' main, '2' north) or
      **** '*' for a rate that applies to every campus without a
      **** record of its own.  RSR-LOSS-PCT is the percentage of the
      **** bucket's open balance expected to prove uncollectible,
      **** applied by the reserve calculation (SU41RSRV). *************
       01  RESERVE-RATE-RECORD.
           05  RSR-CAMPUS             PIC  X(01).
           05  RSR-BUCKET             PIC  9(01).
           05  RSR-LOSS-PCT           PIC  9(03)V99.
           05                         PIC  X(73).
      **** End of Doubtful-Accounts Loss-Rate Control Record ***********
