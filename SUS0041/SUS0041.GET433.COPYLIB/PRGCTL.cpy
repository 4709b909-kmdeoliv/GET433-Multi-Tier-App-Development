      **** Payroll Retention Control Record  Length 80 *****************
      **** One card per run of the terminated-employee retention purge
      **** (SU41TPRG).  PRG-RETAIN-MONTHS is how long a terminated,
      **** retired or discharged employee stays on the payroll master
      **** after PR-TERM-DT.  PRG-W2-ISSUED-YEAR is the last tax year
      **** whose W-2s have gone out - an employee with YTD wages for
      **** any later year is kept until that year's W-2 is issued.
      **** There is no default: a wrong card here archives people
      **** payroll still owes a W-2, so a missing card abends. ********
       01  PRG-CONTROL-RECORD.
           05  PRG-RETAIN-MONTHS      PIC  9(03).
           05  PRG-W2-ISSUED-YEAR     PIC  9(04).
           05                         PIC  X(73).
      **** End of Payroll Retention Control Record *********************
