      **** COBRA Qualifying-Event Record  Length 200 *******************
      **** One record per separated employee who carried medical,
      **** dental or vision coverage, written by the termination run
      **** (SU41PGM12) every time it reports the separation.  The
      **** notice run (SU41COBR) keys its cases on employee and event
      **** date, so the same event arriving run after run opens only
      **** one case.  CQE-EVENT-CODE is the master's PR-PAY1-STATUS
      **** at separation. **********************************************
       01  COBRA-EVENT-RECORD.
           05  CQE-EMP-ID             PIC  X(07).
           05  CQE-LAST-NAME          PIC  X(26).
           05  CQE-FIRST-NAME         PIC  X(15).
           05  CQE-ADDRESS1           PIC  X(30).
           05  CQE-ADDRESS2           PIC  X(30).
           05  CQE-CITY               PIC  X(30).
           05  CQE-STATE              PIC  X(02).
           05  CQE-ZIP                PIC  X(09).
           05  CQE-EVENT-DATE         PIC  9(08).
           05  CQE-EVENT-CODE         PIC  X(01).
               88  CQE-TERMINATED         VALUE 'T'.
               88  CQE-DISCHARGED         VALUE 'D'.
               88  CQE-RETIRED            VALUE 'R'.
           05  CQE-MEDICAL            PIC  X(01).
           05  CQE-DENTAL             PIC  X(01).
           05  CQE-VISION             PIC  X(01).
           05  CQE-WRITTEN-DATE       PIC  9(08).
           05                         PIC  X(31).
      **** End of COBRA Qualifying-Event Record ************************
