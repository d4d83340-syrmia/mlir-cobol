      *-----------------------------------------------------------*
      * CARDMST.CPY
      *
      * CARD-MASTER-RECORD - one debit card, keyed on its card
      * number, linked to the account it draws on and the
      * customer it was issued to.  Issued, reported lost or
      * stolen, and replaced through CARDMNT; ATMSETTL reads it to
      * suspend settlement items on a hot or expired card instead
      * of posting them.
      *
      * A card reported lost or stolen keeps the date and time of
      * the report, so activity after it can be picked out as
      * fraud, and points at the card that replaced it; the
      * replacement points back.  A card is expired once its
      * expiry date has passed whatever its status says.  Daily
      * limits of zero mean the product default applies.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CARD-MASTER-RECORD.
           05  CRD-CARD-NUMBER         PIC X(16).
           05  CRD-ACCOUNT-ID          PIC 9(07).
           05  CRD-CUSTOMER-ID         PIC 9(07).
           05  CRD-STATUS              PIC X(01).
               88  CRD-ACTIVE                    VALUE 'A'.
               88  CRD-LOST                      VALUE 'L'.
               88  CRD-STOLEN                    VALUE 'S'.
               88  CRD-EXPIRED                   VALUE 'E'.
               88  CRD-HOT                       VALUE 'L' 'S'.
           05  CRD-ISSUE-DATE          PIC 9(08).
           05  CRD-EXPIRY-DATE         PIC 9(08).
           05  CRD-DAILY-CASH-LIMIT    PIC 9(06)V9(02).
           05  CRD-DAILY-PURCHASE-LIMIT PIC 9(06)V9(02).
           05  CRD-DAILY-USE-LIMIT     PIC 9(03).
           05  CRD-REPORTED-DATE       PIC 9(08).
           05  CRD-REPORTED-TIME       PIC 9(06).
           05  CRD-REPLACED-BY         PIC X(16).
           05  CRD-REPLACES            PIC X(16).
           05  CRD-CHANGED-BY          PIC X(20).
