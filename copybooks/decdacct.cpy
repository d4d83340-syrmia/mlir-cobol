      *-----------------------------------------------------------*
      * DECDACCT.CPY
      *
      * DECEASED-ACCOUNT-RECORD - one account a deceased customer
      * held when DECEASED worked the estate, keyed on account and
      * customer so the loads that credit an account can find any
      * deceased holder of it directly.  DCA-SOLE-HOLDER marks an
      * account DECEASED froze for the estate; DCA-JOINT-HOLDER an
      * account the survivors keep, with the deceased taken off
      * it.  PAYRLOAD returns a later deposit R15 to the employer
      * when the account is the estate's, or the employee named is
      * the deceased joint holder.  DCA-PRIOR-STATUS is the status
      * the account carried before the freeze, for the branch when
      * the executor's letters arrive.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  DECEASED-ACCOUNT-RECORD.
           05  DCA-KEY.
               10  DCA-ACCOUNT-ID      PIC 9(07).
               10  DCA-CUSTOMER-ID     PIC 9(07).
           05  DCA-CUSTOMER-NAME       PIC A(20).
           05  DCA-DATE-OF-DEATH       PIC 9(08).
           05  DCA-HOLDING             PIC X(01).
               88  DCA-SOLE-HOLDER               VALUE 'S'.
               88  DCA-JOINT-HOLDER              VALUE 'J'.
           05  DCA-ROLE                PIC X(01).
           05  DCA-PRIOR-STATUS        PIC X(01).
           05  DCA-ESTATE-DATE         PIC 9(08).
