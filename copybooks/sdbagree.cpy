      *-----------------------------------------------------------*
      * SDBAGREE.CPY
      *
      * SAFE-DEPOSIT-AGREEMENT-RECORD - one box rental agreement,
      * keyed on the agreement number printed on the signed
      * contract.  Links the box to its lessee and, where there
      * is one, a co-lessee, both customers on the customer
      * master (CUSTMST.CPY).  The rent account is the account
      * the lessees designated for the annual rent, held by one
      * of them; zero means the rent is billed.
      *
      * The annual rent run (SDBRENT) takes each active
      * agreement's rent on its next due date: debited to the
      * rent account when it can stand it, otherwise billed and
      * added to the amount due, the due-since date holding the
      * oldest rent still unpaid.  Either way the due date rolls
      * a year.  Payments on a bill come off the amount due
      * through SDBMAINT.  SDBPDUE puts an agreement unpaid too
      * long in default, which is what allows the box to be
      * drilled; a drilled agreement is closed with whatever was
      * still owed left on it.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SAFE-DEPOSIT-AGREEMENT-RECORD.
           05  SDA-AGREEMENT-ID        PIC 9(07).
           05  SDA-BOX-KEY.
               10  SDA-BRANCH-CODE     PIC 9(03).
               10  SDA-BOX-NUMBER      PIC 9(05).
           05  SDA-LESSEE-ID           PIC 9(07).
           05  SDA-CO-LESSEE-ID        PIC 9(07).
               88  SDA-NO-CO-LESSEE              VALUE ZERO.
           05  SDA-RENT-ACCOUNT-ID     PIC 9(07).
               88  SDA-RENT-BILLED               VALUE ZERO.
           05  SDA-ANNUAL-RENT         PIC 9(05)V9(02).
           05  SDA-START-DATE          PIC 9(08).
           05  SDA-NEXT-DUE-DATE       PIC 9(08).
           05  SDA-LAST-RENT-DATE      PIC 9(08).
           05  SDA-AMOUNT-DUE          PIC 9(07)V9(02).
           05  SDA-DUE-SINCE-DATE      PIC 9(08).
           05  SDA-LAST-PAID-DATE      PIC 9(08).
           05  SDA-STATUS              PIC X(01).
               88  SDA-ACTIVE                    VALUE 'A'.
               88  SDA-IN-DEFAULT                VALUE 'D'.
               88  SDA-SURRENDERED               VALUE 'C'.
               88  SDA-DRILLED                   VALUE 'X'.
               88  SDA-OPEN-AGREEMENT            VALUE 'A' 'D'.
           05  SDA-DEFAULT-DATE        PIC 9(08).
           05  SDA-CLOSE-DATE          PIC 9(08).
