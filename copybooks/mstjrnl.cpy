      *   2026-09-02  RLB  Added the 'L' file code for the
      *                    customer-account link file, so a
      *                    merge's link moves replay too.
      *   2026-10-15  RLB  Before and after images widened to PIC
      *                    X(300).  The customer master outgrew
      *                    200 bytes with the privacy opt-outs,
      *                    and a truncated image would replay a
      *                    customer without them.  Cut over on an
      *                    empty journal, straight after a
      *                    backup.
      *-----------------------------------------------------------*
       01  MASTER-JOURNAL-RECORD.
           05  MJR-TIMESTAMP           PIC 9(14).
               88  MJR-ACTION-WRITE              VALUE 'W'.
               88  MJR-ACTION-REWRITE            VALUE 'R'.
               88  MJR-ACTION-DELETE             VALUE 'D'.
           05  MJR-BEFORE-IMAGE        PIC X(300).
           05  MJR-AFTER-IMAGE         PIC X(300).
