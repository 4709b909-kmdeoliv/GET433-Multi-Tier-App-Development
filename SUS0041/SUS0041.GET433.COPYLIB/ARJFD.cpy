      * HERE - THIS JOURNAL IS HOW A DISPUTED BALANCE IS BROKEN DOWN
      * CHARGE BY CHARGE AND PAYMENT BY PAYMENT AFTER THE FACT.
      * TRANSACTION TYPES IN USE:  BL = TUITION BILLED (SU41PGM2),
      * PY = PAYMENT POSTED (SU41PGM24, AND SU41PDAP FOR STUDENT-
      * BALANCE PAYROLL DEDUCTIONS), RF = REFUND ISSUED
      * (SU41PGM28), LF = LATE FEE ASSESSED (SU41PGM30),
      * FA = FINANCIAL AID DISBURSED (SU41PGM33), WD = WITHDRAWAL
      * REVERSAL, NEGATIVE AMOUNT (SU41PGM64), NR = PAYMENT RETURNED
      * (SU41PGM69), DP = ADMISSIONS DEPOSIT (SU41PGM70),
      * TW = EMPLOYEE TUITION WAIVER (SU41PGM71), CF = FISCAL-YEAR
      * CARRY-FORWARD NET WRITTEN BY THE ROLL-OFF (SU41PGM74) IN
      * PLACE OF THE ARCHIVED DETAIL.  LB = LIBRARY FINE AND
      * LI = LIBRARY LOST-ITEM CHARGE, LV = LIBRARY RETURN OR
      * WAIVER REVERSAL, NEGATIVE AMOUNT (SU41LIBF).  NON-TUITION
      * CATALOG CHARGES (SU41PGM63) POST UNDER THE TYPE CARRIED ON
      * THEIR CHARGE-CATALOG RECORD (CHGCTL.CPY), ONE TYPE PER
      * CHARGE KIND.  RA = RETURN OF TITLE IV AID ON WITHDRAWAL,
      * NEGATIVE AMOUNT, ONE ENTRY PER FUND (SU41R2T4).  WO = BAD
      * DEBT WRITTEN OFF (SU41BDWO), WR = WRITTEN-OFF DEBT REINSTATED
      * ON RECOVERY, NEGATIVE AMOUNT (SU41PGM24).
      ***************************************************************
       FD  ARJ-FILE.
       01  ARJ-REC.
      * SPACES - READERS TREAT NONNUMERIC AS UNSTAMPED, THE SAME
      * CONVENTION THE ACTIVITY DATES FOLLOW.
           05  ARJ-PERIOD         PIC 9(6).
      * THE AID FUND AN FA DISBURSEMENT (SU41PGM33) OR AN RA RETURN
      * (SU41R2T4) BELONGS TO, SO THE RETURN-OF-AID CALCULATION CAN
      * SAY HOW MUCH OF EACH FUND A STUDENT RECEIVED.  SPACES ON
      * EVERY OTHER TYPE AND ON AID POSTED BEFORE IT WAS CARRIED.
           05  ARJ-FUND           PIC X(6).
      * THE CAMPUS THAT TOOK IN THE MONEY - THE CASHIER WINDOW OR
      * LOCKBOX A PY PAYMENT WAS RECEIVED AT (SU41PGM24) AND THE
      * MAIN CAMPUS FOR FA AID (SU41PGM33).  WHEN IT IS NOT THE
      * STUDENT'S OWN AR-CAMPUS THE NIGHTLY INTERCAMPUS RUN (SU41ICGL)
      * BOOKS THE DUE-TO/DUE-FROM BETWEEN THE TWO.  SPACES ON EVERY
      * OTHER TYPE AND ON RECORDS WRITTEN BEFORE IT WAS CARRIED.
           05  ARJ-POST-CAMPUS    PIC X(1).
      * THE BUSINESS DATE OF THE RUN THAT WROTE THE RECORD, CARRIED
      * WHERE THE POSTING DATE IS THE DATE THE MONEY WAS TAKEN IN
      * RATHER THAN THE RUN DATE (SU41PGM24 POSTS A PAYMENT UNDER
      * ITS RECEIPT DATE) SO A READER THAT WORKS "SINCE THE LAST
      * RUN" (SU41ICGL) DOES NOT MISS A RECEIPT POSTED LATE.  SET BY
      * SU41PGM24, SU41PGM33 AND SU41PGM2; SPACES ON EVERY OTHER
      * RECORD AND ON RECORDS WRITTEN BEFORE IT WAS CARRIED.
           05  ARJ-RUN-DATE       PIC 9(8).
      * THE TIME THE BILLING RUN (SU41PGM2) STARTED - WITH THE RUN
      * DATE IT NAMES THE ONE RUN THAT WROTE A BL RECORD, SO A
      * RESTART CAN TELL ITS OWN RECORDS FROM A RUN FOR THE OTHER
      * CAMPUS THE SAME DAY.  SPACES ON EVERY OTHER RECORD.
           05  ARJ-RUN-TIME       PIC 9(6).
           05  FILLER             PIC X(11)  VALUE SPACES.
