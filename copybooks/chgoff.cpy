      *-----------------------------------------------------------*
      * CHGOFF.CPY
      *
      * CHARGE-OFF-RECORD - one row per account put forward for
      * charge-off, keyed on the account.  CHGOSEL proposes an
      * overdrawn account aged past the overdraft day count on
      * the COPARM card, or a loan delinquent past the loan day
      * count, with the balance it would write off; the row is
      * refreshed each night it still qualifies and dropped when
      * the account cures.  A supervisor approves or declines it
      * in CHGOMNT, and CHGOPOST writes an approved balance off
      * to the loss account and marks the row charged off.
      *
      * A charged-off row stays on file for good: CHGOPOST adds
      * each recovery TRANPOST posts against the account to the
      * recovered total, for the recovery report.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CHARGE-OFF-RECORD.
           05  CHO-ACCOUNT-ID          PIC 9(07).
           05  CHO-SOURCE              PIC X(01).
               88  CHO-SOURCE-OVERDRAFT          VALUE 'D'.
               88  CHO-SOURCE-LOAN               VALUE 'L'.
           05  CHO-STATUS              PIC X(01).
               88  CHO-PENDING                   VALUE 'P'.
               88  CHO-APPROVED                  VALUE 'A'.
               88  CHO-DECLINED                  VALUE 'R'.
               88  CHO-CHARGED-OFF               VALUE 'C'.
           05  CHO-SELECTED-DATE       PIC 9(08).
           05  CHO-LAST-SEEN-DATE      PIC 9(08).
           05  CHO-DAYS-PAST-DUE       PIC 9(04).
           05  CHO-BALANCE             PIC 9(07)V9(02).
           05  CHO-REVIEWED-BY         PIC X(20).
           05  CHO-REVIEWED-DATE       PIC 9(08).
           05  CHO-CHARGED-OFF-DATE    PIC 9(08).
           05  CHO-CHARGED-OFF-AMOUNT  PIC 9(07)V9(02).
           05  CHO-CHARGE-OFF-UID      PIC 9(05).
           05  CHO-RECOVERED-TOTAL     PIC 9(07)V9(02).
           05  CHO-LAST-RECOVERY-DATE  PIC 9(08).
