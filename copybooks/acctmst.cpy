      *                    currency and books the day's exchange
      *                    rate onto it, so the off-system
      *                    spreadsheets can be retired.
      *   2026-10-15  RLB  Added the carried balance block -
      *                    ACCT-LEDGER-BALANCE, ACCT-UNCLEARED-
      *                    TOTAL, ACCT-AVAILABLE-BALANCE (ledger
      *                    less uncleared holds), the business date
      *                    they were last stamped and the UID of the
      *                    last posting they reflect.  TRANPOST
      *                    keeps them as it posts, so readers take
      *                    an account's balance off the master
      *                    instead of sorting the transaction file
      *                    for it; BALRECON proves them nightly.  A
      *                    zero ACCT-BALANCE-DATE means the block
      *                    has never been stamped (BALSEED seeds
      *                    it from the transaction history).
      *   2026-10-15  RLB  Added status W, charged off.  CHGOPOST
      *                    sets it when it writes an account's
      *                    balance off; TRANPOST then takes only
      *                    the charge-off credit itself and
      *                    deposits, which post as recoveries -
      *                    fees, interest and withdrawals go to
      *                    suspense.
      *   2026-10-15  RLB  Added the LC (revolving line of
      *                    credit) category.  The line's
      *                    committed limit, expiry and billing
      *                    position live on the credit-line
      *                    master (CRLINE.CPY); the drawn balance
      *                    is the account's own negative ledger
      *                    balance.
      *   2026-10-15  RLB  The overdraft limit, daily withdrawal
      *                    maximum and the ledger, uncleared and
      *                    available balances are carried to
      *                    eleven whole digits, appended at the
      *                    end of the record under their old
      *                    names; the narrow fields keep their
      *                    positions as ACCT-V1-*, zero once
      *                    MONYCONV has converted the master.
      *                    ACCTWIDE lifts an unconverted record.
      *-----------------------------------------------------------*
       01  ACCOUNT-MASTER-RECORD.
           05  ACCT-ACCOUNT-ID         PIC 9(07).
           05  ACCT-ACCOUNT-HOLDER     PIC A(50).
           05  ACCT-INTEREST-RATE      PIC 9V9(04) VALUE ZERO.
           05  ACCT-V1-OVERDRAFT-LIMIT PIC 9(06)V9(02) VALUE ZERO.
           05  ACCT-CATEGORY           PIC X(02) VALUE 'RT'.
               88  ACCT-CATEGORY-RETAIL           VALUE 'RT'.
               88  ACCT-CATEGORY-COMMERCIAL       VALUE 'CM'.
               88  ACCT-CATEGORY-SAVINGS          VALUE 'SV'.
               88  ACCT-CATEGORY-LOAN             VALUE 'LN'.
               88  ACCT-CATEGORY-TERM             VALUE 'TD'.
               88  ACCT-CATEGORY-CREDIT-LINE      VALUE 'LC'.
           05  ACCT-STATUS             PIC X(01) VALUE 'O'.
               88  ACCT-STATUS-OPEN               VALUE 'O'.
               88  ACCT-STATUS-FROZEN             VALUE 'F'.
               88  ACCT-STATUS-DORMANT            VALUE 'D'.
               88  ACCT-STATUS-CLOSED             VALUE 'C'.
               88  ACCT-STATUS-CHARGED-OFF        VALUE 'W'.
           05  ACCT-LAST-ACTIVITY-DT   PIC 9(08) VALUE ZERO.
           05  ACCT-FEE-SCHEDULE       PIC X(04) VALUE SPACES.
           05  ACCT-DAILY-WD-MAX-COUNT PIC 9(03) VALUE ZERO.
           05  ACCT-V1-DAILY-WD-MAX-AMT
                                       PIC 9(06)V9(02) VALUE ZERO.
           05  ACCT-CURRENCY-CODE      PIC X(03) VALUE 'USD'.
           05  ACCT-STMT-CYCLE         PIC 9(02) VALUE ZERO.
           05  ACCT-ODP-ACCOUNT-ID     PIC 9(07) VALUE ZERO.
           05  ACCT-BRANCH-CODE        PIC 9(03) VALUE ZERO.
           05  ACCT-PRODUCT-CODE       PIC X(04) VALUE SPACES.
           05  ACCT-PASSBOOK-LAST-UID  PIC 9(05) VALUE ZERO.
           05  ACCT-V1-LEDGER-BALANCE  PIC S9(06)V9(02) VALUE ZERO.
           05  ACCT-V1-UNCLEARED-TOTAL PIC 9(08)V9(02) VALUE ZERO.
           05  ACCT-V1-AVAILABLE-BALANCE
                                       PIC S9(08)V9(02) VALUE ZERO.
           05  ACCT-BALANCE-DATE       PIC 9(08) VALUE ZERO.
           05  ACCT-BALANCE-LAST-UID   PIC 9(05) VALUE ZERO.
           05  ACCT-OVERDRAFT-LIMIT    PIC 9(11)V9(02) VALUE ZERO.
           05  ACCT-DAILY-WD-MAX-AMT   PIC 9(11)V9(02) VALUE ZERO.
           05  ACCT-LEDGER-BALANCE     PIC S9(11)V9(02) VALUE ZERO.
           05  ACCT-UNCLEARED-TOTAL    PIC 9(11)V9(02) VALUE ZERO.
           05  ACCT-AVAILABLE-BALANCE  PIC S9(11)V9(02) VALUE ZERO.
