      *-----------------------------------------------------------*
      * TERMMST.CPY
      *
      * TERMINAL-MASTER-RECORD - one row per ATM we own, on the
      * terminal table operations maintains like the branch
      * table.  The terminal ID is the one the switch puts on
      * each settlement detail (ATS-TERMINAL-ID); the owning
      * branch is a BRNCHMST branch, and the GL cash account is
      * the general ledger account carrying the cash in the
      * machine.  ATMRECON reconciles each terminal's cash
      * nightly from this table and the replenishment and count
      * file (ATMCASH.CPY).
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  TERMINAL-MASTER-RECORD.
           05  TRM-TERMINAL-ID         PIC X(08).
           05  TRM-BRANCH-CODE         PIC 9(03).
           05  TRM-GL-CASH-ACCOUNT     PIC X(08).
           05  TRM-LOCATION            PIC X(30).
           05  TRM-STATUS              PIC X(01).
               88  TRM-IN-SERVICE                VALUE 'A'.
               88  TRM-RETIRED                   VALUE 'R'.
