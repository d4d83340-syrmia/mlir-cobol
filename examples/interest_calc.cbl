      * DATE-WRITTEN: 2026-01-26
      * DATE-COMPILED: 2026-01-26
      *
      * Daily interest accrual pass.  Takes each account's current
      * balance off the ledger balance TRANPOST carries on the
      * account master, resolves each account's
      * rate from the tiered band table, and adds one day's
      * earnings to the account's row on the interest-accrual file
      * - without touching the transaction file.  The month-end
      *                    averaged balance.  An ADB account with
      *                    no snapshots yet falls back to the
      *                    daily balance.
      *   2026-10-15  RLB  The transaction-file sort is gone.  An
      *                    account's current balance - for the
      *                    daily accrual and for the back-value
      *                    rate - is the ledger balance TRANPOST
      *                    carries on the account master.
      *   2026-10-15  RLB  A charged-off account no longer
      *                    accrues.
      *   2026-10-15  RLB  A line of credit (category LC) earns
      *                    nothing and is charged instead: one
      *                    day's interest on its drawn balance at
      *                    the line's own rate builds on the
      *                    accrual row's debit accrual, and a
      *                    back-valued draw or repayment re-
      *                    accrues that charge for the days
      *                    missed.  INTCAP posts it as a charge.
      *   2026-10-15  RLB  Debit interest on overdrawn accounts.
      *                    An account outside the LC category
      *                    whose newest EODSNAP closing balance
      *                    is negative is charged one day's
      *                    interest on the overdrawn amount at
      *                    its product's debit rate (PRD-DEBIT-
      *                    RATE on PRODMST), built on the accrual
      *                    row's debit accrual under its own
      *                    once-a-day date.  INTCAP posts it as a
      *                    charge with the line interest.
      *   2026-10-15  RLB  Promotional rates.  An account with a
      *                    promotion in force on PROMO (booked by
      *                    PROMOBK, started and reverted by
      *                    PROMORUN) earns the promotional rate
      *                    ahead of its band, and each day's cost
      *                    of the promotion - what it pays over
      *                    the band or the promotion's fallback
      *                    rate - is added once a day to the
      *                    promotion's cost to date.  A back-
      *                    valued record re-accrues at the
      *                    promotional rate as well.  No
      *                    promotion file, and nothing changes.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted; money work fields widened.
      *   2026-10-15  RLB  Last closing balance held to eleven
      *                    digits.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCALC.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-BAND-STATUS.
           SELECT BACK-VALUE-LOG ASSIGN TO "BVAPPLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BV-LOG-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-ACCOUNT-ID
               FILE STATUS IS WS-PROMO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  RATE-BAND-FILE.
       COPY "rateband.cpy".

       01  BV-APPLIED-RECORD.
           05  BVA-UID                 PIC 9(05).

       FD  PRODUCT-MASTER.
       COPY "prodmst.cpy".

       FD  PROMOTION-FILE.
       COPY "promo.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-ACCRUAL-STATUS        PIC X(02).
           88  WS-IA-OK                       VALUE '00'.
           88  WS-IA-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-ACCOUNTS               VALUE 'Y'.
       01  WS-ACCRUED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-BAND-NUMBER           PIC 9(03).
       01  WS-RESOLVED-RATE         PIC 9V9(04).

       01  WS-BALHIST-STATUS        PIC X(02).
           88  WS-BH-OK                       VALUE '00'.
       01  WS-ADB-CAT-STATUS        PIC X(02).
           88  WS-END-OF-SNAPSHOTS            VALUE 'Y'.
       01  WS-ADB-CAT-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-ADB-CATS             VALUE 'Y'.
       01  WS-ACCRUAL-BALANCE       PIC S9(11)V9(02).
       01  WS-ADB-SUB               PIC 9(04).
       01  WS-ADB-HIT-SUB           PIC 9(04).
       01  WS-ADB-BASIS-SW          PIC X(01).
       01  WS-ADB-TABLE.
           05  WS-ADB-ENTRY OCCURS 500 TIMES.
               10  WS-ADB-ACCOUNT-ID   PIC 9(07).
               10  WS-ADB-SUM          PIC S9(13)V9(02).
               10  WS-ADB-DAYS         PIC 9(04).
               10  WS-ADB-LAST-DATE    PIC 9(08).
               10  WS-ADB-LAST-CLOSE   PIC S9(11)V9(02).
       01  WS-SNAP-FLOOR-DATE       PIC 9(08).
       01  WS-ADB-CAT-ENTRIES       PIC 9(02) VALUE ZERO.
       01  WS-ADB-CAT-TABLE.
           05  WS-ADB-CAT OCCURS 20 TIMES PIC X(02).
       01  WS-BV-DAYS               PIC S9(05).
       01  WS-BV-ADJUSTMENT         PIC 9(06)V9(04).
       01  WS-BV-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-PRODUCT-STATUS        PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-PRODUCT-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-PRODUCTS             VALUE 'Y'.
       01  WS-PRD-SUB               PIC 9(03).
       01  WS-PRD-TABLE-ENTRIES     PIC 9(03) VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 200 TIMES.
               10  WS-PRD-CODE         PIC X(04).
               10  WS-PRD-DEBIT-RATE   PIC 9V9(04).
       01  WS-DEBIT-RATE            PIC 9V9(04).
       01  WS-OVERDRAWN-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-PROMO-STATUS          PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
       01  WS-PROMO-PRESENT-SW      PIC X(01) VALUE 'N'.
           88  WS-PROMO-PRESENT               VALUE 'Y'.
       01  WS-PROMO-IN-FORCE-SW     PIC X(01).
           88  WS-PROMO-IN-FORCE              VALUE 'Y'.
       01  WS-STANDARD-RATE         PIC 9V9(04).
       01  WS-PROMO-COST            PIC S9(06)V9(04).
       01  WS-PROMO-COUNT           PIC 9(07) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 4000-ACCRUE-INTEREST THRU 4000-EXIT
               UNTIL WS-END-OF-ACCOUNTS
           PERFORM 5000-REACCRUE-BACK-VALUES THRU 5000-EXIT
               PERFORM 1700-LOAD-RATE-BANDS THRU 1700-EXIT
               PERFORM 1800-LOAD-ADB-CATEGORIES THRU 1800-EXIT
               PERFORM 1900-LOAD-MONTH-SNAPSHOTS THRU 1900-EXIT
               PERFORM 1600-LOAD-PRODUCTS THRU 1600-EXIT
               OPEN I-O PROMOTION-FILE
               IF WS-PR-OK
                   SET WS-PROMO-PRESENT TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1600-LOAD-PRODUCTS - each product's debit (penalty) rate
      * off the product table.  A missing table, a product not on
      * it, or a zero rate means an overdrawn account of that
      * product is charged nothing.
      *-----------------------------------------------------------*
       1600-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-MASTER
           IF NOT WS-PM-OK
               SET WS-END-OF-PRODUCTS TO TRUE
               GO TO 1600-EXIT
           END-IF
           PERFORM 1650-READ-ONE-PRODUCT THRU 1650-EXIT
               UNTIL WS-END-OF-PRODUCTS
           CLOSE PRODUCT-MASTER.
       1600-EXIT.
           EXIT.

       1650-READ-ONE-PRODUCT.
           READ PRODUCT-MASTER
               AT END
                   SET WS-END-OF-PRODUCTS TO TRUE
               NOT AT END
                   IF PRD-DEBIT-RATE NOT NUMERIC
                       MOVE ZERO TO PRD-DEBIT-RATE
                   END-IF
                   IF PRD-DEBIT-RATE > ZERO
                       AND WS-PRD-TABLE-ENTRIES < 200
                       ADD 1 TO WS-PRD-TABLE-ENTRIES
                       MOVE PRD-PRODUCT-CODE TO
                           WS-PRD-CODE (WS-PRD-TABLE-ENTRIES)
                       MOVE PRD-DEBIT-RATE TO
                           WS-PRD-DEBIT-RATE (WS-PRD-TABLE-ENTRIES)
                   END-IF
           END-READ.
       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1700-LOAD-RATE-BANDS - read the tiered rate-band table into
      * working storage.  A missing table is not an error; every
      * sum and day count off the EODSNAP rows in the business
      * date's month, up to the business date.  A missing history
      * file just means every ADB account falls back to the daily
      * balance.  The newest closing balance of the last few days
      * is kept as well, for the overdrawn-balance charge; one
      * older than that (the snapshot step not run) is too stale
      * to charge on.
      *-----------------------------------------------------------*
       1900-LOAD-MONTH-SNAPSHOTS.
           COMPUTE WS-SNAP-FLOOR-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 4)
           OPEN INPUT BALANCE-HISTORY
           IF NOT WS-BH-OK
               SET WS-END-OF-SNAPSHOTS TO TRUE
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   IF BHS-SNAPSHOT-DATE(1:6) = WS-TODAY-DATE(1:6)
                       AND BHS-SNAPSHOT-DATE NOT > WS-TODAY-DATE
                       PERFORM 1970-TALLY-ONE-SNAPSHOT
                           THRU 1970-EXIT
                   END-IF
                   IF BHS-SNAPSHOT-DATE NOT < WS-SNAP-FLOOR-DATE
                       AND BHS-SNAPSHOT-DATE NOT > WS-TODAY-DATE
                       PERFORM 1975-NOTE-LAST-CLOSE
                           THRU 1975-EXIT
                   END-IF
           END-READ.
       1950-EXIT.
           EXIT.

       1960-FIND-SNAPSHOT-ENTRY.
           MOVE ZERO TO WS-ADB-HIT-SUB
           MOVE ZERO TO WS-ADB-SUB
           PERFORM 1980-MATCH-ONE-ADB THRU 1980-EXIT
               OR WS-ADB-SUB = WS-ADB-TABLE-ENTRIES
           IF WS-ADB-HIT-SUB = ZERO
               IF WS-ADB-TABLE-ENTRIES = 500
                   GO TO 1960-EXIT
               END-IF
               ADD 1 TO WS-ADB-TABLE-ENTRIES
               MOVE WS-ADB-TABLE-ENTRIES TO WS-ADB-HIT-SUB
                   WS-ADB-ACCOUNT-ID (WS-ADB-HIT-SUB)
               MOVE ZERO TO WS-ADB-SUM (WS-ADB-HIT-SUB)
               MOVE ZERO TO WS-ADB-DAYS (WS-ADB-HIT-SUB)
               MOVE ZERO TO WS-ADB-LAST-DATE (WS-ADB-HIT-SUB)
               MOVE ZERO TO WS-ADB-LAST-CLOSE (WS-ADB-HIT-SUB)
           END-IF.
       1960-EXIT.
           EXIT.

       1970-TALLY-ONE-SNAPSHOT.
           PERFORM 1960-FIND-SNAPSHOT-ENTRY THRU 1960-EXIT
           IF WS-ADB-HIT-SUB = ZERO
               GO TO 1970-EXIT
           END-IF
           ADD BHS-CLOSING-BALANCE TO WS-ADB-SUM (WS-ADB-HIT-SUB)
           ADD 1 TO WS-ADB-DAYS (WS-ADB-HIT-SUB).
       1970-EXIT.
           EXIT.

       1975-NOTE-LAST-CLOSE.
           PERFORM 1960-FIND-SNAPSHOT-ENTRY THRU 1960-EXIT
           IF WS-ADB-HIT-SUB = ZERO
               GO TO 1975-EXIT
           END-IF
           IF BHS-SNAPSHOT-DATE NOT <
               WS-ADB-LAST-DATE (WS-ADB-HIT-SUB)
               MOVE BHS-SNAPSHOT-DATE TO
                   WS-ADB-LAST-DATE (WS-ADB-HIT-SUB)
               MOVE BHS-CLOSING-BALANCE TO
                   WS-ADB-LAST-CLOSE (WS-ADB-HIT-SUB)
           END-IF.
       1975-EXIT.
           EXIT.

       1980-MATCH-ONE-ADB.
           ADD 1 TO WS-ADB-SUB
           IF WS-ADB-ACCOUNT-ID (WS-ADB-SUB) = BHS-ACCOUNT-ID
       1980-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-ACCRUE-INTEREST - for each account carrying a rate,
      * generate an interest transaction against its current
      * balance.  A charged-off account earns nothing.
      *-----------------------------------------------------------*
       4000-ACCRUE-INTEREST.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-ACCOUNTS TO TRUE
               NOT AT END
                   IF NOT ACCT-STATUS-CHARGED-OFF
                       PERFORM 4100-POST-INTEREST THRU 4100-EXIT
                   END-IF
           END-READ.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-POST-INTEREST - take the account's current balance
      * off its master and add one day's earnings to its accrual
      * row.  A line of credit earns nothing; it is charged on
      * what is drawn (4300).  Any other account that closed
      * overdrawn is charged its product's debit rate (4400).
      *-----------------------------------------------------------*
       4100-POST-INTEREST.
           IF ACCT-CATEGORY-CREDIT-LINE
               PERFORM 4300-ACCRUE-LINE-INTEREST THRU 4300-EXIT
               GO TO 4100-EXIT
           END-IF
           PERFORM 4400-ACCRUE-OVERDRAWN-INTEREST THRU 4400-EXIT
           MOVE ACCT-LEDGER-BALANCE TO WS-ACCRUAL-BALANCE
           PERFORM 4120-APPLY-ADB-BASIS THRU 4120-EXIT
           MOVE 'N' TO WS-PROMO-IN-FORCE-SW
           IF WS-ACCRUAL-BALANCE > ZERO
               PERFORM 4150-RESOLVE-RATE THRU 4150-EXIT
               PERFORM 4160-APPLY-PROMOTION THRU 4160-EXIT
           ELSE
               MOVE ZERO TO WS-RESOLVED-RATE
           END-IF
               IF WS-DAILY-INTEREST > ZERO
                   PERFORM 4200-ACCRUE-ONE-DAY THRU 4200-EXIT
               END-IF
           END-IF
           IF WS-PROMO-IN-FORCE
               PERFORM 4170-ADD-PROMOTION-COST THRU 4170-EXIT
           END-IF.
       4100-EXIT.
           EXIT.
       4150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4160-APPLY-PROMOTION - a promotional rate in force on the
      * account (started, or due to start and not yet put on the
      * account by PROMORUN, and short of its end date) is the
      * rate the account earns, ahead of the bands.  What it
      * would otherwise have earned - its band, or with no band
      * the promotion's fallback rate - is kept for the cost of
      * the promotion.
      *-----------------------------------------------------------*
       4160-APPLY-PROMOTION.
           IF NOT WS-PROMO-PRESENT
               GO TO 4160-EXIT
           END-IF
           MOVE ACCT-ACCOUNT-ID TO PRM-ACCOUNT-ID
           READ PROMOTION-FILE
               INVALID KEY
                   GO TO 4160-EXIT
           END-READ
           IF NOT PRM-ACTIVE AND NOT PRM-PENDING
               GO TO 4160-EXIT
           END-IF
           IF PRM-START-DATE > WS-TODAY-DATE
               OR PRM-END-DATE NOT > WS-TODAY-DATE
               GO TO 4160-EXIT
           END-IF
           IF WS-BAND-FOUND
               MOVE WS-RESOLVED-RATE TO WS-STANDARD-RATE
           ELSE
               MOVE PRM-FALLBACK-RATE TO WS-STANDARD-RATE
           END-IF
           MOVE PRM-RATE TO WS-RESOLVED-RATE
           SET WS-PROMO-IN-FORCE TO TRUE.
       4160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4170-ADD-PROMOTION-COST - the day's cost of the promotion,
      * what the promotional rate pays over the standard rate on
      * the accrual balance, added to the promotion's cost to
      * date once a day, whatever the accrual row's own guard
      * decided.
      *-----------------------------------------------------------*
       4170-ADD-PROMOTION-COST.
           IF PRM-COST-DATE NOT NUMERIC
               MOVE ZERO TO PRM-COST-DATE
           END-IF
           IF PRM-COST-TO-DATE NOT NUMERIC
               MOVE ZERO TO PRM-COST-TO-DATE
           END-IF
           IF PRM-COST-DATE = WS-TODAY-DATE
               GO TO 4170-EXIT
           END-IF
           COMPUTE WS-PROMO-COST ROUNDED =
               WS-ACCRUAL-BALANCE
               * (PRM-RATE - WS-STANDARD-RATE) / 365
           ADD WS-PROMO-COST TO PRM-COST-TO-DATE
           MOVE WS-TODAY-DATE TO PRM-COST-DATE
           REWRITE PROMOTION-RECORD
               INVALID KEY
                   DISPLAY 'PROMOTION REWRITE FAILED: '
                       PRM-ACCOUNT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-PROMO-COUNT
           END-REWRITE.
       4170-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-ACCRUE-ONE-DAY - add the day's earnings to the
      * account's accrual row, creating the row the first time.  A
                   MOVE WS-DAILY-INTEREST TO INA-ACCRUED-AMOUNT
                   MOVE WS-TODAY-DATE TO INA-LAST-ACCRUAL-DT
                   MOVE ACCT-CURRENCY-CODE TO INA-CURRENCY-CODE
                   MOVE ZERO TO INA-DEBIT-ACCRUED
                   MOVE ZERO TO INA-DEBIT-LAST-DT
                   WRITE INTEREST-ACCRUAL-RECORD
                   ADD 1 TO WS-ACCRUED-COUNT
               NOT INVALID KEY
                   IF INA-LAST-ACCRUAL-DT = WS-TODAY-DATE
                       CONTINUE
                   ELSE
                       IF INA-DEBIT-ACCRUED NOT NUMERIC
                           MOVE ZERO TO INA-DEBIT-ACCRUED
                       END-IF
                       IF INA-DEBIT-LAST-DT NOT NUMERIC
                           MOVE INA-LAST-ACCRUAL-DT
                               TO INA-DEBIT-LAST-DT
                       END-IF
                       ADD WS-DAILY-INTEREST TO INA-ACCRUED-AMOUNT
                       MOVE WS-TODAY-DATE TO INA-LAST-ACCRUAL-DT
                       MOVE ACCT-CURRENCY-CODE TO INA-CURRENCY-CODE
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-ACCRUE-LINE-INTEREST - a line of credit is charged
      * one day's interest on its drawn balance (the negative
      * ledger balance) at the line's ACCT-INTEREST-RATE; the
      * rate bands and the averaged basis are for what deposits
      * earn and do not apply.  The charge builds on the row's
      * debit accrual (4350), which INTCAP posts as a charge at
      * month end.
      *-----------------------------------------------------------*
       4300-ACCRUE-LINE-INTEREST.
           IF ACCT-LEDGER-BALANCE NOT < ZERO
               OR ACCT-INTEREST-RATE = ZERO
               GO TO 4300-EXIT
           END-IF
           COMPUTE WS-DAILY-INTEREST ROUNDED =
               ACCT-LEDGER-BALANCE * -1 * ACCT-INTEREST-RATE
               / 365
           IF WS-DAILY-INTEREST > ZERO
               PERFORM 4350-ACCRUE-DEBIT-DAY THRU 4350-EXIT
           END-IF.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4350-ACCRUE-DEBIT-DAY - add the day's charge to the
      * account's debit accrual, creating the row the first time.
      * The debit side keeps its own last-accrual date, so a day
      * already charged (the run resubmitted) is not charged
      * twice, and an account that both earns and is charged on
      * the same day has each accrued once.
      *-----------------------------------------------------------*
       4350-ACCRUE-DEBIT-DAY.
           MOVE ACCT-ACCOUNT-ID TO INA-ACCOUNT-ID
           READ INTEREST-ACCRUAL
               INVALID KEY
                   MOVE ACCT-ACCOUNT-ID TO INA-ACCOUNT-ID
                   MOVE ZERO TO INA-ACCRUED-AMOUNT
                   MOVE ZERO TO INA-LAST-ACCRUAL-DT
                   MOVE ACCT-CURRENCY-CODE TO INA-CURRENCY-CODE
                   MOVE WS-DAILY-INTEREST TO INA-DEBIT-ACCRUED
                   MOVE WS-TODAY-DATE TO INA-DEBIT-LAST-DT
                   WRITE INTEREST-ACCRUAL-RECORD
                   ADD 1 TO WS-ACCRUED-COUNT
               NOT INVALID KEY
                   IF INA-DEBIT-ACCRUED NOT NUMERIC
                       MOVE ZERO TO INA-DEBIT-ACCRUED
                   END-IF
                   IF INA-DEBIT-LAST-DT NOT NUMERIC
                       MOVE INA-LAST-ACCRUAL-DT TO INA-DEBIT-LAST-DT
                   END-IF
                   IF INA-DEBIT-LAST-DT = WS-TODAY-DATE
                       CONTINUE
                   ELSE
                       ADD WS-DAILY-INTEREST TO INA-DEBIT-ACCRUED
                       MOVE WS-TODAY-DATE TO INA-DEBIT-LAST-DT
                       MOVE ACCT-CURRENCY-CODE TO INA-CURRENCY-CODE
                       REWRITE INTEREST-ACCRUAL-RECORD
                       ADD 1 TO WS-ACCRUED-COUNT
                   END-IF
           END-READ.
       4350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-ACCRUE-OVERDRAWN-INTEREST - an account whose newest
      * EODSNAP closing balance is below zero is charged one
      * day's interest on the overdrawn amount at its product's
      * debit rate.  No product, no rate on the product, or no
      * recent snapshot, and nothing is charged.
      *-----------------------------------------------------------*
       4400-ACCRUE-OVERDRAWN-INTEREST.
           MOVE ZERO TO WS-DEBIT-RATE
           MOVE ZERO TO WS-PRD-SUB
           IF ACCT-PRODUCT-CODE = SPACES
               GO TO 4400-EXIT
           END-IF
           PERFORM 4450-FIND-PRODUCT-RATE THRU 4450-EXIT
               UNTIL WS-DEBIT-RATE > ZERO
               OR WS-PRD-SUB = WS-PRD-TABLE-ENTRIES
           IF WS-DEBIT-RATE = ZERO
               GO TO 4400-EXIT
           END-IF
           MOVE ZERO TO WS-ADB-HIT-SUB
           MOVE ZERO TO WS-ADB-SUB
           PERFORM 4140-FIND-ADB-ENTRY THRU 4140-EXIT
               UNTIL WS-ADB-HIT-SUB NOT = ZERO
               OR WS-ADB-SUB = WS-ADB-TABLE-ENTRIES
           IF WS-ADB-HIT-SUB = ZERO
               GO TO 4400-EXIT
           END-IF
           IF WS-ADB-LAST-DATE (WS-ADB-HIT-SUB) = ZERO
               OR WS-ADB-LAST-CLOSE (WS-ADB-HIT-SUB) NOT < ZERO
               GO TO 4400-EXIT
           END-IF
           COMPUTE WS-DAILY-INTEREST ROUNDED =
               WS-ADB-LAST-CLOSE (WS-ADB-HIT-SUB) * -1
               * WS-DEBIT-RATE / 365
           IF WS-DAILY-INTEREST > ZERO
               PERFORM 4350-ACCRUE-DEBIT-DAY THRU 4350-EXIT
               ADD 1 TO WS-OVERDRAWN-COUNT
           END-IF.
       4400-EXIT.
           EXIT.

       4450-FIND-PRODUCT-RATE.
           ADD 1 TO WS-PRD-SUB
           IF WS-PRD-CODE (WS-PRD-SUB) = ACCT-PRODUCT-CODE
               MOVE WS-PRD-DEBIT-RATE (WS-PRD-SUB) TO WS-DEBIT-RATE
           END-IF.
       4450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-REACCRUE-BACK-VALUES - a record posted tonight with
      * a value date in the past carries interest history the
               AT END
                   SET WS-END-OF-BACK-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-POSTED
                       AND TRAN-POST-DATE = WS-TODAY-DATE
                       AND TRAN-EFFECTIVE-DATE NOT = ZERO
      *    The rate is the account's own - resolved from its
      *    current balance the way the daily pass resolves it -
      *    and only the re-accrued interest is computed on the
      *    record's amount.  An account no band covers falls back
      *    to its ACCT-INTEREST-RATE through 4150's own fallback;
      *    a promotional rate in force today stands in for either.
           IF ACCT-CATEGORY-CREDIT-LINE
               PERFORM 5300-ADJUST-LINE-RECORD THRU 5300-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE ACCT-LEDGER-BALANCE TO WS-ACCRUAL-BALANCE
           PERFORM 4150-RESOLVE-RATE THRU 4150-EXIT
           PERFORM 4160-APPLY-PROMOTION THRU 4160-EXIT
           IF WS-RESOLVED-RATE = ZERO
               GO TO 5200-EXIT
           END-IF
                       MOVE WS-TODAY-DATE TO INA-LAST-ACCRUAL-DT
                       MOVE ACCT-CURRENCY-CODE
                           TO INA-CURRENCY-CODE
                       MOVE ZERO TO INA-DEBIT-ACCRUED
                       MOVE ZERO TO INA-DEBIT-LAST-DT
                       WRITE INTEREST-ACCRUAL-RECORD
                       ADD 1 TO WS-BV-COUNT
                       PERFORM 5270-RECORD-APPLIED THRU 5270-EXIT
                               FROM INA-ACCRUED-AMOUNT
                       END-IF
                   END-IF
                   IF INA-DEBIT-ACCRUED NOT NUMERIC
                       MOVE ZERO TO INA-DEBIT-ACCRUED
                   END-IF
                   IF INA-DEBIT-LAST-DT NOT NUMERIC
                       MOVE INA-LAST-ACCRUAL-DT TO INA-DEBIT-LAST-DT
                   END-IF
                   REWRITE INTEREST-ACCRUAL-RECORD
                   ADD 1 TO WS-BV-COUNT
                   PERFORM 5270-RECORD-APPLIED THRU 5270-EXIT
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5300-ADJUST-LINE-RECORD - the back-valued record is on a
      * line of credit, so the days re-accrued are the line's
      * charge at its own rate: a draw adds the days it went
      * uncharged to the debit accrual, a repayment takes back
      * the days it was overcharged, floored at zero.
      *-----------------------------------------------------------*
       5300-ADJUST-LINE-RECORD.
           IF ACCT-INTEREST-RATE = ZERO
               GO TO 5300-EXIT
           END-IF
           COMPUTE WS-BV-ADJUSTMENT ROUNDED =
               AMOUNT * ACCT-INTEREST-RATE / 365 * WS-BV-DAYS
           IF WS-BV-ADJUSTMENT = ZERO
               GO TO 5300-EXIT
           END-IF
           MOVE ACCT-ACCOUNT-ID TO INA-ACCOUNT-ID
           READ INTEREST-ACCRUAL
               INVALID KEY
                   IF TRAN-TYPE NOT = 'DE' AND 'IN'
                       MOVE ACCT-ACCOUNT-ID TO INA-ACCOUNT-ID
                       MOVE ZERO TO INA-ACCRUED-AMOUNT
                       MOVE WS-TODAY-DATE TO INA-LAST-ACCRUAL-DT
                       MOVE ACCT-CURRENCY-CODE
                           TO INA-CURRENCY-CODE
                       MOVE WS-BV-ADJUSTMENT TO INA-DEBIT-ACCRUED
                       MOVE ZERO TO INA-DEBIT-LAST-DT
                       WRITE INTEREST-ACCRUAL-RECORD
                       ADD 1 TO WS-BV-COUNT
                       PERFORM 5270-RECORD-APPLIED THRU 5270-EXIT
                   END-IF
               NOT INVALID KEY
                   IF INA-DEBIT-ACCRUED NOT NUMERIC
                       MOVE ZERO TO INA-DEBIT-ACCRUED
                   END-IF
                   IF INA-DEBIT-LAST-DT NOT NUMERIC
                       MOVE INA-LAST-ACCRUAL-DT TO INA-DEBIT-LAST-DT
                   END-IF
                   IF TRAN-TYPE = 'DE' OR 'IN'
                       IF WS-BV-ADJUSTMENT > INA-DEBIT-ACCRUED
                           MOVE ZERO TO INA-DEBIT-ACCRUED
                       ELSE
                           SUBTRACT WS-BV-ADJUSTMENT
                               FROM INA-DEBIT-ACCRUED
                       END-IF
                   ELSE
                       ADD WS-BV-ADJUSTMENT TO INA-DEBIT-ACCRUED
                   END-IF
                   REWRITE INTEREST-ACCRUAL-RECORD
                   ADD 1 TO WS-BV-COUNT
                   PERFORM 5270-RECORD-APPLIED THRU 5270-EXIT
           END-READ.
       5300-EXIT.
           EXIT.

       5250-CHECK-ALREADY-APPLIED.
           MOVE 'N' TO WS-BV-APPLIED-SW
           MOVE ZERO TO WS-BV-SUB
       9000-TERMINATE.
           DISPLAY 'ACCOUNTS ACCRUED TODAY: ' WS-ACCRUED-COUNT
           DISPLAY 'BACK-VALUE ADJUSTMENTS: ' WS-BV-COUNT
           DISPLAY 'OVERDRAWN ACCOUNTS CHARGED: ' WS-OVERDRAWN-COUNT
           DISPLAY 'ACCOUNTS ON A PROMOTIONAL RATE: ' WS-PROMO-COUNT
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE INTEREST-ACCRUAL
           IF WS-PROMO-PRESENT
               CLOSE PROMOTION-FILE
           END-IF.
       9000-EXIT.
           EXIT.
