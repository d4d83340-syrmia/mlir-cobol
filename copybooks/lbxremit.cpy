      *-----------------------------------------------------------*
      * LBXREMIT.CPY
      *
      * LOCKBOX-REMITTANCE-RECORD - one item of a lockbox batch
      * LBXLOAD has posted, for the commercial customer to apply
      * in their own receivables system: who paid, by which
      * check, against which invoice, and the UID of the deposit
      * the batch posted as.  Items of a batch refused at load
      * are not written; the customer hears of them only once the
      * batch is corrected and posted.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  LOCKBOX-REMITTANCE-RECORD.
           05  LBR-ACCOUNT-ID          PIC 9(07).
           05  LBR-LOCKBOX-NUMBER      PIC X(06).
           05  LBR-BATCH-NUMBER        PIC 9(04).
           05  LBR-DEPOSIT-DATE        PIC 9(08).
           05  LBR-DEPOSIT-UID         PIC 9(05).
           05  LBR-PAYER-NAME          PIC X(30).
           05  LBR-CHECK-SERIAL        PIC 9(08).
           05  LBR-INVOICE-NUMBER      PIC X(15).
           05  LBR-AMOUNT              PIC 9(09)V9(02).
