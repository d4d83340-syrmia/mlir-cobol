      *
      * Modification History
      *   2026-02-27  RLB  Initial layout.
      *   2026-10-15  RLB  WIREENT also reserves the amount of an
      *                    outbound wire here, under the wire's
      *                    UID with the open-ended release date
      *                    HLD-WIRE-RESERVATION, until WIREREL
      *                    releases it or WIRECUT cancels it.
      *   2026-10-15  RLB  TRANPOST also holds the amount a legal
      *                    order (LEGALORD.CPY) can reach, under
      *                    the order number with the release date
      *                    HLD-LEGAL-ORDER-HOLD.  It is worked
      *                    out afresh each run, never carried
      *                    over.
      *   2026-10-15  RLB  Record version 02.  HLD-AMOUNT is
      *                    carried to eleven whole digits at the
      *                    end of the record, behind HLD-RECORD-
      *                    VERSION; the version-01 amount keeps
      *                    its position as HLD-V1-AMOUNT.  An
      *                    older line is lifted by HOLDWIDE.
      *-----------------------------------------------------------*
       01  FUNDS-HOLD-RECORD.
           05  HLD-ACCOUNT-ID          PIC 9(07).
           05  HLD-UID                 PIC 9(05).
           05  HLD-V1-AMOUNT           PIC 9(06)V9(02).
           05  HLD-RELEASE-DATE        PIC 9(08).
               88  HLD-WIRE-RESERVATION          VALUE 99999999.
               88  HLD-LEGAL-ORDER-HOLD          VALUE 99999998.
           05  HLD-RECORD-VERSION      PIC X(02).
               88  HLD-RECORD-VERSION-2          VALUE '02'.
           05  HLD-AMOUNT              PIC 9(11)V9(02).
