      *                    has to know what it is converting from.
      *                    Rows written before this field reads as
      *                    spaces and are taken as base currency.
      *   2026-10-15  RLB  Added INA-DEBIT-ACCRUED - interest
      *                    accrued against a credit line's drawn
      *                    balance, which INTCAP posts as a
      *                    charge rather than a credit.  A row
      *                    from before the field is healed to
      *                    zero the next time INTCALC or INTCAP
      *                    reads it.
      *   2026-10-15  RLB  Added INA-DEBIT-LAST-DT, the last day
      *                    the debit accrual was built, so an
      *                    overdrawn account's charge and its
      *                    credit earnings each keep their own
      *                    once-a-day guard.  A row from before
      *                    the field takes INA-LAST-ACCRUAL-DT.
      *                    The debit accrual now also carries
      *                    penalty interest on overdrawn deposit
      *                    accounts.
      *-----------------------------------------------------------*
       01  INTEREST-ACCRUAL-RECORD.
           05  INA-ACCOUNT-ID          PIC 9(07).
           05  INA-ACCRUED-AMOUNT      PIC 9(06)V9(04).
           05  INA-LAST-ACCRUAL-DT     PIC 9(08).
           05  INA-CURRENCY-CODE       PIC X(03).
           05  INA-DEBIT-ACCRUED       PIC 9(06)V9(04).
           05  INA-DEBIT-LAST-DT       PIC 9(08).
