      *-----------------------------------------------------------*
      * ESCPAY.CPY
      *
      * ESCROW-PAYMENT-RECORD - one payment out of a loan's
      * escrow, for the accounts-payable check run: a tax or
      * insurance bill ESCDISB paid as it fell due, or a surplus
      * the annual escrow analysis (ESCANAL) refunds to the
      * borrower, or the balance LOANPAY refunds when an escrowed
      * loan is paid off (item number zero on a refund).
      * Appended by all three; the escrow balance on the loan
      * master has already been drawn down by the amount.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ESCROW-PAYMENT-RECORD.
           05  ESP-ACCOUNT-ID          PIC 9(07).
           05  ESP-ITEM-NO             PIC 9(02).
           05  ESP-PAYMENT-TYPE        PIC X(02).
               88  ESP-PROPERTY-TAX              VALUE 'TX'.
               88  ESP-INSURANCE                 VALUE 'IN'.
               88  ESP-SURPLUS-REFUND            VALUE 'RF'.
           05  ESP-PAYEE-NAME          PIC X(30).
           05  ESP-PAYEE-REFERENCE     PIC X(20).
           05  ESP-AMOUNT              PIC 9(07)V9(02).
           05  ESP-DUE-DATE            PIC 9(08).
           05  ESP-PAID-DATE           PIC 9(08).
           05  ESP-ESCROW-BALANCE-AFTER
                                       PIC S9(07)V9(02).
