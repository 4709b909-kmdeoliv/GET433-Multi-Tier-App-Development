      **** Electronic-Billing Preference Record  Length 80 *************
      **** KSDS EBILL, key = SSN, one record per student who has ever
      **** opted in to electronic billing.  EBL-STATUS 'E' means the
      **** statement run (SU41PGM6) sends the e-mail/portal vendor a
      **** notification in place of the paper statement; 'P' (or no
      **** record) means paper.  The intake (SU41EBIN) sets 'E' on an
      **** opt-in, and 'P' on an opt-out or when the vendor bounces a
      **** notification back - a bounced student stays on paper until
      **** opting in again.  EBL-LAST-REF is the statement reference
      **** of the last notification sent.  No 01-level here by
      **** design - COPY EBLREC under the caller's own 01. *************
       05  EBL-SSN                     PIC 9(09).
       05  EBL-STATUS                  PIC X(01).
           88  EBL-ELECTRONIC              VALUE 'E'.
           88  EBL-PAPER                   VALUE 'P'.
       05  EBL-OPTIN-DATE              PIC 9(08).
       05  EBL-STATUS-DATE             PIC 9(08).
       05  EBL-BOUNCE-CNT              PIC 9(03).
       05  EBL-BOUNCE-REASON           PIC X(20).
       05  EBL-LAST-REF                PIC X(15).
       05  EBL-CHG-SOURCE              PIC X(08).
       05  FILLER                      PIC X(08).
      **** End of Electronic-Billing Preference Record *****************
