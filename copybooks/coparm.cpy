      *-----------------------------------------------------------*
      * COPARM.CPY
      *
      * CHARGE-OFF-PARM-RECORD - the parameter card ahead of the
      * charge-off selection run (CHGOSEL): the days an account
      * must have been overdrawn on
      * the aging file, and the days a loan must be delinquent,
      * before it is put forward for charge-off.  Zero, or no
      * card, means 60 days overdrawn and 120 days delinquent.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CHARGE-OFF-PARM-RECORD.
           05  COP-OVERDRAWN-DAYS      PIC 9(04).
           05  COP-LOAN-DAYS           PIC 9(04).
