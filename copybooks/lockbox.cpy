      *-----------------------------------------------------------*
      * LOCKBOX.CPY
      *
      * LOCKBOX-RECORD - one line of the file the lockbox
      * processing unit delivers: for each commercial customer a
      * batch header, carrying the account the collections are
      * deposited to and the unit's own item count and dollar
      * total for the batch, followed by the batch's items - one
      * line per check and invoice it pays, so a check settling
      * three invoices arrives as three items under one serial.
      * LBXLOAD proves each batch against its header and posts
      * it as one deposit.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  LOCKBOX-RECORD.
           05  LBX-RECORD-TYPE         PIC X(01).
               88  LBX-BATCH-HEADER              VALUE 'H'.
               88  LBX-ITEM                      VALUE 'D'.
           05  LBX-HEADER-BODY.
               10  LBX-LOCKBOX-NUMBER  PIC X(06).
               10  LBX-BATCH-NUMBER    PIC 9(04).
               10  LBX-ACCOUNT-ID      PIC 9(07).
               10  LBX-CUSTOMER-NAME   PIC X(30).
               10  LBX-DEPOSIT-DATE    PIC 9(08).
               10  LBX-ITEM-COUNT      PIC 9(05).
               10  LBX-BATCH-TOTAL     PIC 9(11)V9(02).
           05  LBX-ITEM-BODY REDEFINES LBX-HEADER-BODY.
               10  LBX-PAYER-NAME      PIC X(30).
               10  LBX-CHECK-SERIAL    PIC 9(08).
               10  LBX-INVOICE-NUMBER  PIC X(15).
               10  LBX-ITEM-AMOUNT     PIC 9(09)V9(02).
               10  FILLER              PIC X(09).
