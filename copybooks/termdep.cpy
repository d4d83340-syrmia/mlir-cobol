      *
      * Modification History
      *   2026-09-02  RLB  Initial layout.
      *   2026-10-15  RLB  Added the renewal term the customer
      *                    has instructed for the next roll-over
      *                    (zero keeps the current term), the
      *                    date the pre-maturity notice went out
      *                    for the current term (zero until
      *                    TDNOTICE sends it), and the last day
      *                    of the penalty-free grace window after
      *                    a roll-over.  Rows written before
      *                    these fields are read as zero.
      *-----------------------------------------------------------*
       01  TERM-DEPOSIT-RECORD.
           05  TDP-ACCOUNT-ID          PIC 9(07).
           05  TDP-STATUS              PIC X(01).
               88  TDP-OPEN                      VALUE 'O'.
               88  TDP-CLOSED-OUT                VALUE 'C'.
           05  TDP-RENEWAL-TERM-DAYS   PIC 9(04).
           05  TDP-NOTICE-DATE         PIC 9(08).
           05  TDP-GRACE-END-DATE      PIC 9(08).
