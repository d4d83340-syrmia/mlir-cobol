      *-----------------------------------------------------------*
      * PROFPARM.CPY
      *
      * PROFIT-PARM-RECORD - the control card for the branch and
      * product profitability report (PROFRPT): the rate index on
      * the RATEIDX table that prices funds for transfer pricing.
      * Each month's average deposit balances are credited, and
      * overdrawn balances charged, at that index's rate as it
      * stood at the end of the month.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  PROFIT-PARM-RECORD.
           05  PFP-FTP-INDEX-CODE      PIC X(04).
