      *-----------------------------------------------------------*
      * ESCDISB.CPY
      *
      * ESCROW-DISBURSEMENT-RECORD - one bill an escrowed loan
      * pays out of escrow: the property tax or an insurance
      * premium, who it is paid to, the payee's own reference for
      * it (parcel or policy number), the amount billed, how many
      * months apart it falls due, and the next due date.  Keyed
      * on the loan account plus an item number.  Maintained
      * through ESCMAINT; ESCDISB pays each item as it falls due
      * and rolls its due date forward, and the annual escrow
      * analysis (ESCANAL) projects the coming year's payments
      * from the active items.
      *
      * Due dates keep their day of month as they roll, so an
      * item is placed on the 28th or earlier, the way LOANBOOK
      * and STORDMNT require.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ESCROW-DISBURSEMENT-RECORD.
           05  ESD-KEY.
               10  ESD-ACCOUNT-ID      PIC 9(07).
               10  ESD-ITEM-NO         PIC 9(02).
           05  ESD-ITEM-TYPE           PIC X(02).
               88  ESD-PROPERTY-TAX              VALUE 'TX'.
               88  ESD-INSURANCE                 VALUE 'IN'.
               88  ESD-VALID-TYPE                VALUE 'TX' 'IN'.
           05  ESD-PAYEE-NAME          PIC X(30).
           05  ESD-PAYEE-REFERENCE     PIC X(20).
           05  ESD-AMOUNT              PIC 9(07)V9(02).
           05  ESD-FREQUENCY-MONTHS    PIC 9(02).
               88  ESD-VALID-FREQUENCY           VALUE 1 3 6 12.
           05  ESD-NEXT-DUE-DATE       PIC 9(08).
           05  ESD-STATUS              PIC X(01).
               88  ESD-ACTIVE                    VALUE 'A'.
               88  ESD-CANCELLED                 VALUE 'C'.
           05  ESD-LAST-PAID-DATE      PIC 9(08).
           05  ESD-LAST-PAID-AMOUNT    PIC 9(07)V9(02).
