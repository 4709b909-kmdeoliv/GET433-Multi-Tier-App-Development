      *                                * PAYROLL-MASTER SCREEN MENU,   *
      *                                * MODELED ON THE ACCOUNT MENU   *
      *                                * (P41ACCT): THE OPERATOR PICKS *
      *                                * 1 (INQUIRY), 2 (MAINTENANCE), *
      *                                * 3 (LEAVE REQUEST) OR 4        *
      *                                * (TIMECARD) AND IS ROUTED TO   *
      *                                * THE MATCHING TRANSACTION.     *
      *                                *********************************
       WORKING-STORAGE SECTION.
       01 WORKING-AREA-FIELDS.
          03 RESP                      PIC 9(4)  COMP.
          03 BAD-OPTION-MSG            PIC X(79) VALUE
              'ENTER 1 (INQUIRY), 2 (MAINT), 3 (LEAVE) OR 4 (TIME)'.
          03 RESP-MSG.
              05 FILLER                PIC X(37)
                 VALUE '"P41PAY  " INTERNAL ERROR, RESP CODE='.
       01 POPT-PGM-TABLE.
           05 FILLER          PIC X(8) VALUE 'P43PAY'.
           05 FILLER          PIC X(8) VALUE 'P44PAY'.
           05 FILLER          PIC X(8) VALUE 'P46PAY'.
           05 FILLER          PIC X(8) VALUE 'P47PAY'.
       01 POPT-PGM-TABLE-R REDEFINES POPT-PGM-TABLE.
           05 POPT-PGM        PIC X(8) OCCURS 4 TIMES.

       COPY MS0003.
       COPY DFHAID.
                GO TO RECEIVE-MENU
            END-IF.

            IF POPT-INQUIRY OR POPT-MAINTENANCE OR POPT-LEAVE
                    OR POPT-TIMECARD
                MOVE SPACES TO AUD-ACCT-NUMBER
                MOVE POPT-PGM(POPTI) TO AUD-ACTION
                PERFORM WRITE-AUDIT-RTN
