      **** Pay Release Control Record  Length 80 ***********************
      **** One record, rewritten every time the pay-register variance
      **** review (SU41PVAR) runs against a cycle.  REL-STATUS is 'R'
      **** only when every variance exception for REL-PAY-DATE has
      **** been signed off; until then it is 'H' and the bank
      **** extracts - positive pay (SU41PGM16) and any direct-deposit
      **** file - refuse to run.  No record at all is the same as a
      **** hold: nothing leaves for the bank unreviewed. ***************
       01  PAY-RELEASE-RECORD.
           05  REL-PAY-DATE           PIC  9(08).
           05  REL-RUN-DATE           PIC  9(08).
           05  REL-STATUS             PIC  X(01).
               88  REL-RELEASED           VALUE 'R'.
               88  REL-HELD               VALUE 'H'.
           05  REL-PAYEE-CNT          PIC  9(07).
           05  REL-EXCEPT-CNT         PIC  9(07).
           05  REL-OPEN-CNT           PIC  9(07).
           05  REL-GROSS              PIC  9(11)V99.
           05  REL-NET                PIC S9(11)V99.
           05                         PIC  X(16).
      **** End of Pay Release Control Record ***************************
