      * MEMOHELD.CPY
      *
      * HELD-ENTRY-RECORD - one memo-post entry parked because it
      * exceeded the keying operator's amount limit (LIMPARM), or
      * a commercial withdrawal the account's signing mandate
      * (MANDATE.CPY) does not cover.
      * Written by MEMOPOST with everything needed to build the
      * transaction later; a second, higher-level operator works
      * the queue in MEMOREL, releasing the entry onto the
      *
      * Modification History
      *   2026-09-02  RLB  Initial layout.
      *   2026-10-15  RLB  Added the hold reason and the
      *                    presenting signers.  A commercial
      *                    withdrawal the signing mandate does
      *                    not cover parks here too, reason M;
      *                    an over-limit entry is reason L (or
      *                    blank, on entries held before).
      *   2026-10-15  RLB  Added HEL-RELEASED-DATE, the day the
      *                    entry was released or voided, so the
      *                    segregation-of-duties report can judge
      *                    the releaser's access at the time.
      *-----------------------------------------------------------*
       01  HELD-ENTRY-RECORD.
           05  HEL-HELD-ID             PIC 9(05).
               88  HEL-RELEASED                  VALUE 'R'.
               88  HEL-VOIDED                    VALUE 'V'.
           05  HEL-RELEASED-BY         PIC X(20).
           05  HEL-HOLD-REASON         PIC X(01).
               88  HEL-REASON-LIMIT              VALUE 'L' SPACE.
               88  HEL-REASON-MANDATE            VALUE 'M'.
           05  HEL-SIGNER-1            PIC 9(07).
           05  HEL-SIGNER-2            PIC 9(07).
           05  HEL-RELEASED-DATE       PIC 9(08).
