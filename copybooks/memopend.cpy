      *-----------------------------------------------------------*
      * MEMOPEND.CPY
      *
      * PENDING-ENTRY-RECORD - one memo-post entry captured while
      * the posting run had the transaction file (POSTRUN.CPY).
      * Validated at the counter exactly as a written entry is,
      * and counted in the memo balance from the moment it is
      * keyed; MEMOLOAD, the step after TRANPOST, puts it onto
      * the transaction file unposted under a fresh UID for the
      * following night's run and takes it off this file.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  PENDING-ENTRY-RECORD.
           05  PND-PENDING-ID          PIC 9(05).
           05  PND-OPERATOR            PIC X(20).
           05  PND-ACCOUNT-ID          PIC 9(07).
           05  PND-TRAN-TYPE           PIC X(02).
           05  PND-AMOUNT              PIC 9(06)V9(02).
           05  PND-DESC                PIC X(25).
           05  PND-CHECK-SERIAL        PIC 9(08).
           05  PND-BRANCH-CODE         PIC 9(03).
           05  PND-ENTRY-DATE          PIC 9(08).
           05  PND-ENTRY-TIME          PIC 9(06).
