      *
      * Account balance and activity inquiry.  Takes an ACCOUNT-ID
      * and shows the holder and status off the account master, the
      * current balance and uncleared holds carried on the master
      * by TRANPOST, the available funds including the overdraft-
      * limit headroom, and the last few
      * transactions most recent first - so "what's my balance?"
      * stops meaning a grep through the posting log.  An unknown
      * account and an account with no posted activity get two
      *                    past-due standing alongside.  A missing
      *                    loan master just means no loans are
      *                    booked yet.
      *   2026-10-15  RLB  The current balance, the uncleared
      *                    holds and the available balance now
      *                    come straight off the account master,
      *                    where TRANPOST carries them; the
      *                    transaction walk is only for the
      *                    recent-activity list.
      *   2026-10-15  RLB  The payoff figure now includes late
      *                    charges owed on the loan.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; money
      *                    work fields, report columns and line
      *                    lengths widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
       01  WS-MAX-RECENT            PIC 9(02) VALUE 10.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-BALANCE-DISPLAY       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AVAILABLE-DISPLAY     PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-AVAILABLE-FUNDS       PIC S9(11)V9(02).
       01  WS-SHOWN-COUNT           PIC 9(02).
       01  WS-SUB                   PIC 9(04).
       01  WS-BEST-SUB              PIC 9(04).
       01  WS-BEST-DATE             PIC 9(08).
       01  WS-BEST-UID              PIC 9(05).
       01  WS-UNCLEARED-DISPLAY     PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ACTIVITY-SEEN-SW      PIC X(01).
           88  WS-ACTIVITY-SEEN               VALUE 'Y'.
       01  WS-TABLE-FULL-SW         PIC X(01).
               10  WS-ACT-POST-DATE    PIC 9(08).
               10  WS-ACT-DESC         PIC X(25).
               10  WS-ACT-TRAN-TYPE    PIC X(02).
               10  WS-ACT-AMOUNT       PIC 9(11)V9(02).
               10  WS-ACT-END-BALANCE  PIC S9(11)V9(02).
               10  WS-ACT-SHOWN-SW     PIC X(01).
       01  WS-DETAIL-LINE.
           05  WS-DL-POST-DATE      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-AMOUNT-X REDEFINES WS-DL-AMOUNT
                                    PIC X(17).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-END-BALANCE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-BALANCE-X REDEFINES WS-DL-END-BALANCE
                                    PIC X(18).

       PROCEDURE DIVISION.
       Main-Process.
           MOVE ZERO TO WS-ACT-TABLE-ENTRIES
           MOVE 'N' TO WS-ACTIVITY-SEEN-SW
           MOVE 'N' TO WS-TABLE-FULL-SW
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE ZERO TO UID
           START TRANSACTION-FILE KEY NOT LESS THAN UID
               AT END
                   SET WS-END-OF-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF ACCOUNT-ID = WS-INQ-ACCOUNT-ID
                       AND TRAN-POSTED
                       SET WS-ACTIVITY-SEEN TO TRUE
                       IF WS-ACT-TABLE-ENTRIES = 500
                           SET WS-TABLE-FULL TO TRUE
                       ELSE
           EXIT.

      *-----------------------------------------------------------*
      * 3300-SHOW-BALANCES - the ledger balance carried on the
      * master is the current balance; available funds are the
      * master's available balance (ledger less uncleared holds)
      * plus the overdraft headroom.  An account with no posted
      * activity is said so, not shown as zero by accident.
      *-----------------------------------------------------------*
       3300-SHOW-BALANCES.
           IF NOT WS-ACTIVITY-SEEN
           ELSE
               IF WS-MASKED
                   DISPLAY 'Current balance:  *MASKED*'
                   DISPLAY 'Uncleared holds:  *MASKED*'
                   DISPLAY 'Available funds:  *MASKED*'
               ELSE
                   MOVE ACCT-LEDGER-BALANCE TO WS-BALANCE-DISPLAY
                   MOVE ACCT-UNCLEARED-TOTAL TO WS-UNCLEARED-DISPLAY
                   COMPUTE WS-AVAILABLE-FUNDS =
                       ACCT-AVAILABLE-BALANCE + ACCT-OVERDRAFT-LIMIT
                   MOVE WS-AVAILABLE-FUNDS TO WS-AVAILABLE-DISPLAY
                   DISPLAY 'Current balance:  ' WS-BALANCE-DISPLAY
                   DISPLAY 'Uncleared holds:  ' WS-UNCLEARED-DISPLAY
                   DISPLAY 'Available funds:  '
                       WS-AVAILABLE-DISPLAY
                       ' (including overdraft limit)'
               MOVE WS-ACT-TRAN-TYPE (WS-BEST-SUB)
                   TO WS-DL-TRAN-TYPE
               IF WS-MASKED
                   MOVE '        *MASKED* ' TO WS-DL-AMOUNT-X
                   MOVE '         *MASKED* ' TO WS-DL-BALANCE-X
               ELSE
                   MOVE WS-ACT-AMOUNT (WS-BEST-SUB)
                       TO WS-DL-AMOUNT
      *-----------------------------------------------------------*
      * 3700-SHOW-PAYOFF - the loan's payoff as of today: the
      * principal balance plus interest accrued at the contract
      * rate since the last payment was applied, plus any late
      * charges owed.  A written quote is given from PAYQUOTE.
      *-----------------------------------------------------------*
       3700-SHOW-PAYOFF.
           MOVE WS-INQ-ACCOUNT-ID TO LNM-ACCOUNT-ID
                       COMPUTE WS-PAYOFF-AMOUNT =
                           LNM-PRINCIPAL-BALANCE
                           + WS-PAYOFF-INTEREST
                       IF LNM-LATE-FEES-DUE NUMERIC
                           ADD LNM-LATE-FEES-DUE TO WS-PAYOFF-AMOUNT
                       END-IF
                       IF WS-MASKED
                           DISPLAY 'Loan principal:   *MASKED*'
                           DISPLAY 'Payoff quote:     *MASKED*'
