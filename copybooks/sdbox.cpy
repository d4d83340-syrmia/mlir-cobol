      *-----------------------------------------------------------*
      * SDBOX.CPY
      *
      * SAFE-DEPOSIT-BOX-RECORD - the safe deposit box inventory,
      * one entry per box in a branch's vault, keyed on branch
      * plus box number.  The size sets the annual rent the box
      * is let at, carried on the box so a branch can price its
      * own vault.  A box is available, rented under the rental
      * agreement named on it (SDBAGREE.CPY), drilled - opened
      * without the lessee's key for rent in default, awaiting a
      * new lock - or out of service.
      *
      * Maintained through SDBMAINT.  The status date is the day
      * the box last changed status.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SAFE-DEPOSIT-BOX-RECORD.
           05  SDB-KEY.
               10  SDB-BRANCH-CODE     PIC 9(03).
               10  SDB-BOX-NUMBER      PIC 9(05).
           05  SDB-SIZE                PIC X(02).
               88  SDB-SIZE-SMALL                VALUE 'SM'.
               88  SDB-SIZE-MEDIUM               VALUE 'MD'.
               88  SDB-SIZE-LARGE                VALUE 'LG'.
               88  SDB-SIZE-EXTRA-LARGE          VALUE 'XL'.
               88  SDB-VALID-SIZE                VALUE 'SM' 'MD'
                                                       'LG' 'XL'.
           05  SDB-ANNUAL-RENT         PIC 9(05)V9(02).
           05  SDB-STATUS              PIC X(01).
               88  SDB-AVAILABLE                 VALUE 'A'.
               88  SDB-RENTED                    VALUE 'R'.
               88  SDB-DRILLED                   VALUE 'D'.
               88  SDB-OUT-OF-SERVICE            VALUE 'O'.
           05  SDB-AGREEMENT-ID        PIC 9(07).
           05  SDB-STATUS-DATE         PIC 9(08).
