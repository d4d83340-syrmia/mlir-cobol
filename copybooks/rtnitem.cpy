      *-----------------------------------------------------------*
      * RTNITEM.CPY
      *
      * RETURN-ITEM-RECORD - one deposited check the paying bank
      * has sent back unpaid through the clearing house.  The
      * item sequence number captured with the deposit is the
      * deposit's UID, which is how RTNDLOAD finds the deposit
      * the item came in on; the account, serial, and amount are
      * as the item was presented.
      *
      * Reason codes are the clearing house's own: NSF  not
      * sufficient funds, STOP payment stopped, CLSD account
      * closed, NACC no such account, UNCL uncollected funds,
      * SIGN signature irregular, ENDR endorsement missing.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  RETURN-ITEM-RECORD.
           05  RTI-DEPOSIT-UID         PIC 9(05).
           05  RTI-ACCOUNT-ID          PIC 9(07).
           05  RTI-CHECK-SERIAL        PIC 9(08).
           05  RTI-AMOUNT              PIC 9(06)V9(02).
           05  RTI-RETURN-REASON       PIC X(04).
           05  RTI-PAYING-ROUTING      PIC 9(09).
