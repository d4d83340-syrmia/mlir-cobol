      *-----------------------------------------------------------*
      * SDBDRILL.CPY
      *
      * SAFE-DEPOSIT-DRILL-RECORD - the drilled-box log, one line
      * per box opened without the lessee's key for rent in
      * default.  Written by the DRILL command of SDBMAINT when
      * the vault staff record the drilling; names the agreement
      * and lessee, the rent still owed, the two officers who
      * witnessed the opening, and the sealed-envelope number the
      * contents were inventoried under.  SDBPDUE lists the log.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SAFE-DEPOSIT-DRILL-RECORD.
           05  SDL-BRANCH-CODE         PIC 9(03).
           05  SDL-BOX-NUMBER          PIC 9(05).
           05  SDL-AGREEMENT-ID        PIC 9(07).
           05  SDL-LESSEE-ID           PIC 9(07).
           05  SDL-DRILL-DATE          PIC 9(08).
           05  SDL-AMOUNT-DUE          PIC 9(07)V9(02).
           05  SDL-WITNESS-1           PIC X(20).
           05  SDL-WITNESS-2           PIC X(20).
           05  SDL-ENVELOPE-NUMBER     PIC X(12).
           05  SDL-CONTENTS-NOTE       PIC X(30).
