      **** State New-Hire Report Record  Length 300 ********************
      **** The state new-hire directory's fixed-length transmission
      **** layout, written by the new-hire extract (SU41NHRX): one
      **** 'W4' employee record per hire or rehire reported, then one
      **** 'T4' total record carrying the count of W4 records, which
      **** the state's acknowledgment comes back quoting.  The
      **** employer fields repeat on every W4 record as the state
      **** asks. ****************************************************
       01  NH-STATE-RECORD.
           05  NHS-REC-TYPE           PIC  X(02).
               88  NHS-EMPLOYEE-REC       VALUE 'W4'.
               88  NHS-TOTAL-REC          VALUE 'T4'.
           05  NHS-EMPLOYEE-DATA.
               10  NHS-SSN            PIC  X(09).
               10  NHS-FIRST-NAME     PIC  X(16).
               10  NHS-LAST-NAME      PIC  X(30).
               10  NHS-ADDRESS1       PIC  X(30).
               10  NHS-ADDRESS2       PIC  X(30).
               10  NHS-CITY           PIC  X(30).
               10  NHS-STATE          PIC  X(02).
               10  NHS-ZIP            PIC  X(09).
               10  NHS-HIRE-DATE      PIC  9(08).
               10  NHS-WORK-STATE     PIC  X(02).
               10  NHS-FEIN           PIC  X(09).
               10  NHS-ER-NAME        PIC  X(45).
               10  NHS-ER-ADDRESS     PIC  X(30).
               10  NHS-ER-CITY        PIC  X(30).
               10  NHS-ER-STATE       PIC  X(02).
               10  NHS-ER-ZIP         PIC  X(09).
               10                     PIC  X(07).
           05  NHS-TOTAL-DATA REDEFINES NHS-EMPLOYEE-DATA.
               10  NHS-T4-FEIN        PIC  X(09).
               10  NHS-T4-RECORD-CNT  PIC  9(09).
               10  NHS-T4-CREATE-DATE PIC  9(08).
               10                     PIC  X(272).
      **** End of State New-Hire Report Record *************************
