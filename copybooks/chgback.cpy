      *-----------------------------------------------------------*
      * CHGBACK.CPY
      *
      * CHARGEBACK-RECORD - one returned deposited item charged
      * back to its depositor, appended by RTNDLOAD: the
      * chargeback WD's UID and the deposit it reverses, the
      * returned-item fee charged with it (UID zero when no fee
      * was charged), and the account's owning branch at the
      * time.  NOTICERN reads it to tell the customer, and the
      * branch repeat-return report (RTNDRPT) counts it.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CHARGEBACK-RECORD.
           05  CBK-RETURN-DATE         PIC 9(08).
           05  CBK-ACCOUNT-ID          PIC 9(07).
           05  CBK-BRANCH-CODE         PIC 9(03).
           05  CBK-DEPOSIT-UID         PIC 9(05).
           05  CBK-CHARGEBACK-UID      PIC 9(05).
           05  CBK-FEE-UID             PIC 9(05).
           05  CBK-CHECK-SERIAL        PIC 9(08).
           05  CBK-AMOUNT              PIC 9(06)V9(02).
           05  CBK-FEE-AMOUNT          PIC 9(06)V9(02).
           05  CBK-REASON-CODE         PIC X(04).
           05  CBK-PAYING-ROUTING      PIC 9(09).
