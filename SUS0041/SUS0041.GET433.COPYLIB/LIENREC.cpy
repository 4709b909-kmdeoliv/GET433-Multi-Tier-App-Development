      **** Account Lien Record  Length 80 ******************************
      **** KSDS LIENFILE, key = account number + order reference (24).
      **** One record per court levy, garnishment or other legal
      **** order that attaches PART of an account's balance - the
      **** whole-account alternative is still ACCT-STATUS 'F'.  A
      **** lien is in force while LIEN-STATUS is 'A' and the expiry
      **** date (zero = until released) has not passed; the ledger
      **** balance may not be drawn below the total in force.  Placed,
      **** adjusted and released only under supervisor authority on
      **** the lien screen (P55ACCT); enforced by P51ACCT, P52ACCT and
      **** the standing-order run (SU41PGM87); listed monthly by
      **** SU41LNRG.  Released liens stay on file as history.  No
      **** 01-level here by design - COPY LIENREC under the caller's
      **** own 01. ****************************************************
       05  LIEN-KEY.
           10  LIEN-ACCT-NUMBER        PIC X(08).
           10  LIEN-ORDER-REF          PIC X(16).
       05  LIEN-AMOUNT                 PIC 9(9)V99.
       05  LIEN-EXPIRY-DATE            PIC 9(08).
       05  LIEN-STATUS                 PIC X(01).
           88  LIEN-ACTIVE                 VALUE 'A'.
           88  LIEN-RELEASED               VALUE 'R'.
       05  LIEN-PLACED-DATE            PIC 9(08).
       05  LIEN-PLACED-USERID          PIC X(08).
       05  LIEN-CHANGED-DATE           PIC 9(08).
       05  LIEN-CHANGED-USERID         PIC X(08).
       05  FILLER                      PIC X(04).
      **** End of Account Lien Record **********************************
