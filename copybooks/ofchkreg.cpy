      *-----------------------------------------------------------*
      * OFCHKREG.CPY
      *
      * OFFICIAL-CHECK-RECORD - one cashier's check we drew on
      * ourselves, keyed on its serial from the official-check
      * range on the OCPARM card (OCPARM.CPY).  Written by
      * OCISSUE at the counter when the purchaser's account is
      * debited and the official-check account credited; the
      * same serial goes onto the positive-pay issue file
      * (POSISSUE.CPY) against the official-check account, so
      * TRANPOST pays the check only once and only for the
      * amount written.  OCRECON marks the item paid after the
      * presentment has posted and proves the outstanding total
      * to the official-check GL account; DORMSCAN reports an
      * item still outstanding past the unclaimed-property
      * period for escheatment and marks it unclaimed.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  OFFICIAL-CHECK-RECORD.
           05  OCR-SERIAL              PIC 9(08).
           05  OCR-ACCOUNT-ID          PIC 9(07).
           05  OCR-PAYEE               PIC X(35).
           05  OCR-AMOUNT              PIC 9(06)V9(02).
           05  OCR-ISSUE-DATE          PIC 9(08).
           05  OCR-DEBIT-UID           PIC 9(05).
           05  OCR-CREDIT-UID          PIC 9(05).
           05  OCR-ISSUED-BY           PIC X(20).
           05  OCR-STATUS              PIC X(01).
               88  OCR-OUTSTANDING               VALUE 'O'.
               88  OCR-PAID                      VALUE 'P'.
               88  OCR-UNCLAIMED                 VALUE 'U'.
               88  OCR-OPEN-ITEM                 VALUE 'O' 'U'.
           05  OCR-PAID-DATE           PIC 9(08).
           05  OCR-UNCLAIMED-DATE      PIC 9(08).
