      *                    impossible (closed account, currency).
      *                    Space, the generators' default, means
      *                    no override.
      *   2026-10-15  RLB  Added TRAN-CHANNEL-ACH ('AH').
      *                    STORDGEN stamps it on the customer
      *                    debit behind an outbound ACH payment
      *                    and ACHRETN on the re-credit of a
      *                    returned one; GLEXTR journals both
      *                    against the ACH settlement account
      *                    rather than cash.
      *   2026-10-15  RLB  ACHDLOAD stamps channel AH on the
      *                    inbound ACH debits it loads as well.
      *   2026-10-15  RLB  Added channel WR for incoming wires
      *                    posted by WIRERCV and released from
      *                    the wire exception queue by WIREXMNT.
      *   2026-10-15  RLB  Added channel LG for the legal-order
      *                    remittance pairs LGLREMIT writes;
      *                    TRANPOST draws the order's hold down
      *                    as the customer debit posts.
      *   2026-10-15  RLB  Added channel CO for the credit
      *                    CHGOPOST writes to take a charged-off
      *                    balance to zero, and channel RC for
      *                    the debit TRANPOST generates to clear
      *                    a recovery off a charged-off account.
      *                    GLEXTR journals them under types CO
      *                    and RC, against the loss and recovery
      *                    accounts.
      *   2026-10-15  RLB  Added channel DI for the debit-
      *                    interest charges INTCAP writes - a
      *                    credit line's interest and the penalty
      *                    interest on an overdrawn account.
      *                    GLEXTR journals them under type DI, to
      *                    the debit-interest income account;
      *                    TRANPOST lets them post past the
      *                    overdraft limit.
      *   2026-10-15  RLB  Record version 02.  AMOUNT, START-
      *                    BALANCE and END-BALANCE are now
      *                    carried to eleven whole digits in
      *                    TRAN-MONEY, appended at the end of the
      *                    record; the version-01 fields keep
      *                    their positions as TRAN-V1-MONEY and
      *                    are zero on a version-02 record.  A
      *                    reader passes each record it reads
      *                    through TRANWIDE, which lifts a
      *                    version-01 record to version 02 in
      *                    place.
      *-----------------------------------------------------------*
       01  TRANSACTION-RECORD.
           05  UID                     PIC 9(05).
                   88  TRAN-WITHDRAWAL           VALUE 'WD'.
                   88  TRAN-FEE                  VALUE 'FE'.
                   88  TRAN-INTEREST             VALUE 'IN'.
               10  TRAN-V1-MONEY.
                   15  TRAN-V1-AMOUNT  PIC 9(06)V9(02).
                   15  TRAN-V1-START-BALANCE
                                       PIC S9(06)V9(02).
                   15  TRAN-V1-END-BALANCE
                                       PIC S9(06)V9(02).
               10  REVERSAL-OF-UID     PIC 9(05) VALUE ZEROES.
           05  ACCOUNT-ID              PIC 9(07).
           05  TRAN-RECORD-VERSION     PIC 9(02) VALUE 02.
               88  TRAN-RECORD-VERSION-1         VALUE 01.
               88  TRAN-RECORD-VERSION-2         VALUE 02.
           05  POSTED-STATUS           PIC X(01) VALUE 'U'.
               88  TRAN-UNPOSTED                 VALUE 'U'.
               88  TRAN-POSTED                   VALUE 'P'.
           05  TRAN-CHANNEL            PIC X(02) VALUE SPACES.
               88  TRAN-CHANNEL-TELLER           VALUE 'TL'.
               88  TRAN-CHANNEL-ATM              VALUE 'AT'.
               88  TRAN-CHANNEL-ACH              VALUE 'AH'.
               88  TRAN-CHANNEL-WIRE             VALUE 'WR'.
               88  TRAN-CHANNEL-LEGAL            VALUE 'LG'.
               88  TRAN-CHANNEL-CHARGE-OFF       VALUE 'CO'.
               88  TRAN-CHANNEL-RECOVERY         VALUE 'RC'.
               88  TRAN-CHANNEL-DEBIT-INTEREST   VALUE 'DI'.
           05  TRAN-CHECK-SERIAL       PIC 9(08) VALUE ZEROES.
           05  TRAN-BRANCH-CODE        PIC 9(03) VALUE ZEROES.
           05  TRAN-OVERRIDE-FLAG      PIC X(01) VALUE SPACE.
               88  TRAN-SUPERVISOR-OVERRIDE      VALUE 'S'.
           05  TRAN-MONEY.
               10  AMOUNT              PIC 9(11)V9(02)
                                       VALUE ZEROES.
               10  START-BALANCE       PIC S9(11)V9(02)
                                       VALUE ZEROES.
               10  END-BALANCE         PIC S9(11)V9(02)
                                       VALUE ZEROES.
