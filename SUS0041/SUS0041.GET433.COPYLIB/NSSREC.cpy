      **** Clearinghouse Last-Reported Status Record  Length 80 *******
      **** KSDS NSCSTAT, key = SSN.  One record per student ever
      **** reported to the clearinghouse, rewritten by the
      **** enrollment-verification extract (SU41NSCX) each time a
      **** change is sent - the status, effective date and term last
      **** reported and the submission (date + time) that carried
      **** them.  The extract compares the derived status to this
      **** record to send only what changed.  NS-ACK-STATUS is set
      **** from the clearinghouse acknowledgment file: 'A' accepted,
      **** 'E' rejected (NS-ERR-CODE says why) - a rejected record is
      **** sent again on the next submission - blank means not yet
      **** acknowledged.  NS-FERPA-BLOCK is the directory block last
      **** sent - a change of the student's privacy flag is sent like
      **** a change of status.  No 01-level here by design - COPY
      **** NSSREC under the caller's own 01. ***************************
       05  NS-SSN                      PIC 9(09).
       05  NS-STATUS                   PIC X(01).
       05  NS-EFF-DATE                 PIC 9(08).
       05  NS-TERM                     PIC X(06).
       05  NS-SUBMIT-DATE              PIC 9(08).
       05  NS-SUBMIT-TIME              PIC 9(06).
       05  NS-ACK-STATUS               PIC X(01).
           88  NS-ACK-ACCEPTED             VALUE 'A'.
           88  NS-ACK-ERROR                VALUE 'E'.
           88  NS-ACK-PENDING              VALUE ' '.
       05  NS-ACK-DATE                 PIC 9(08).
       05  NS-ERR-CODE                 PIC X(04).
       05  NS-FERPA-BLOCK              PIC X(01).
       05  FILLER                      PIC X(28).
      **** End of Clearinghouse Last-Reported Status Record ***********
