      *-----------------------------------------------------------*
      * SARPARM.CPY
      *
      * SAR-PARM-RECORD - the SARPARM card for suspicious-
      * activity cases: the days from the day a case is opened
      * to its filing deadline (SARREFER sets the deadline on the
      * case), and how many days before the deadline the aging
      * report (SARAGE) starts warning.  A missing card, or a
      * zero or non-numeric field, takes the defaults: a 30-day
      * deadline and a 10-day warning.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SAR-PARM-RECORD.
           05  SRM-DEADLINE-DAYS       PIC 9(03).
           05  SRM-WARNING-DAYS        PIC 9(03).
