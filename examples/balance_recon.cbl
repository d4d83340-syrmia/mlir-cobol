      * TRANSACTION-RECORD on the transaction file and recomputes
      * START-BALANCE +/- AMOUNT independently of whatever TRANPOST
      * posted, flagging any record where the stored END-BALANCE
      * does not agree with the recomputed figure.  It then proves
      * the balance block TRANPOST carries on the account master:
      * each stamped account's ledger balance must equal the
      * END-BALANCE of its newest posted transaction, its
      * uncleared total must be the sum of its unreleased holds on
      * the hold file, and its available balance must be the
      * ledger balance less that uncleared total.
      *
      * Modification History
      *   2026-01-19  RLB  Initial version.
      *                    a supervisor releases it through
      *                    RECONREL.  A targeted one-account run
      *                    leaves the standing verdict alone.
      *   2026-10-15  RLB  Proves the balance block TRANPOST now
      *                    carries on the account master.  Each
      *                    stamped account's ledger balance is
      *                    held against the END-BALANCE of its
      *                    newest posted record, and its
      *                    available balance against ledger less
      *                    uncleared holds; a disagreement is an
      *                    exception toward the standing verdict.
      *                    An account with no live history is
      *                    counted unproved, not failed.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and report columns
      *                    widened.
      *   2026-10-15  RLB  The uncleared total on the master is
      *                    now proved against the account's
      *                    unreleased holds on HOLDFILE (read
      *                    through HOLDWIDE), reported UNCLR OUT,
      *                    and the available balance is derived
      *                    from the proved figures.  An exception
      *                    line prints the pair that disagrees.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRECON.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "holdfile.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
           88  WS-RR-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-PERIOD-START          PIC 9(08) VALUE ZERO.
       01  WS-PERIOD-END            PIC 9(08) VALUE 99999999.
       01  WS-INDEX-STATUS          PIC X(02).
           88  WS-END-OF-TRANSACTIONS          VALUE 'Y'.
       01  WS-CHECKED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EXPECTED-BALANCE      PIC S9(11)V9(02).
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-ACCOUNTS             VALUE 'Y'.
       01  WS-HOLD-FILE-STATUS      PIC X(02).
           88  WS-HF-OK                       VALUE '00'.
       01  WS-HOLD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-HOLDS                VALUE 'Y'.
       01  WS-PRF-FOR-ACCOUNT       PIC 9(07).
       01  WS-PROVED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-MASTER-EXCEPTIONS     PIC 9(07) VALUE ZERO.
       01  WS-UNPROVED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-PRF-SUB               PIC 9(04).
       01  WS-PRF-HIT-SUB           PIC 9(04).
       01  WS-PRF-TABLE-ENTRIES     PIC 9(04) VALUE ZERO.
       01  WS-PRF-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
           88  WS-PRF-TABLE-FULL              VALUE 'Y'.
       01  WS-PROOF-TABLE.
           05  WS-PRF-ENTRY OCCURS 500 TIMES.
               10  WS-PRF-ACCOUNT-ID   PIC 9(07).
               10  WS-PRF-POST-DATE    PIC 9(08).
               10  WS-PRF-UID          PIC 9(05).
               10  WS-PRF-BALANCE      PIC S9(11)V9(02).
               10  WS-PRF-UNCLEARED    PIC 9(11)V9(02).
       01  WS-PRF-AVAILABLE         PIC S9(11)V9(02).
       01  WS-MASTER-LINE.
           05  FILLER               PIC X(07) VALUE 'MASTER '.
           05  WS-ML-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ML-LAST-UID       PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ML-EXPECTED       PIC -(11)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ML-STORED         PIC -(11)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ML-RESULT         PIC X(10).
       01  WS-DETAIL-LINE.
           05  WS-DL-UID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-EXPECTED       PIC -(11)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACTUAL         PIC -(11)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-RESULT         PIC X(10).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
               '  EXCEPTIONS: '.
           05  WS-TL-EXCEPTIONS     PIC ZZZ,ZZ9.
       01  WS-PROOF-TOTAL-LINE.
           05  FILLER               PIC X(22) VALUE
               'MASTERS PROVED:     '.
           05  WS-PT-PROVED         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(16) VALUE
               '  EXCEPTIONS: '.
           05  WS-PT-EXCEPTIONS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  UNPROVED: '.
           05  WS-PT-UNPROVED       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
               PERFORM 2000-CHECK-TRANSACTIONS THRU 2000-EXIT
                   UNTIL WS-END-OF-TRANSACTIONS
           END-IF
           IF WS-TF-OK AND WS-RR-OK
               PERFORM 3000-PROVE-MASTER-BALANCES THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      * and every posted record is checked, as before.
      *-----------------------------------------------------------*
       1100-READ-REPORTING-PERIOD.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-CARD
           IF WS-BD-OK
               READ BUSINESS-DATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-CURRENT-DATE TO WS-TODAY-DATE
                       MOVE BUS-PERIOD-START TO WS-PERIOD-START
                       MOVE BUS-PERIOD-END TO WS-PERIOD-END
               END-READ
      *-----------------------------------------------------------*
      * 2000-CHECK-TRANSACTIONS - recompute the balance for the
      * next transaction and compare it against what was stored.
      * Every posted record, in period or not, also feeds the
      * newest-balance table the master proof works from.
      *-----------------------------------------------------------*
       2000-CHECK-TRANSACTIONS.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-POSTED
                       PERFORM 2300-NOTE-NEWEST-BALANCE
                           THRU 2300-EXIT
                   END-IF
                   IF TRAN-POSTED
                       AND TRAN-POST-DATE NOT < WS-PERIOD-START
                       AND TRAN-POST-DATE NOT > WS-PERIOD-END
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               CALL 'TRANWIDE' USING TRANSACTION-RECORD
                                   RETURN-CODE
                               IF ACCOUNT-ID = WS-TARGET-ACCOUNT
                                   AND TRAN-POSTED
                                   PERFORM 2300-NOTE-NEWEST-BALANCE
                                       THRU 2300-EXIT
                               END-IF
                               IF ACCOUNT-ID = WS-TARGET-ACCOUNT
                                   AND TRAN-POSTED
                                   AND TRAN-POST-DATE
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-NOTE-NEWEST-BALANCE - keep, per account, the END-
      * BALANCE of its newest posted record for the master proof.
      * Post date outranks UID as the recency key - archived UIDs
      * can be reissued, so a higher UID is not always newer.
      *-----------------------------------------------------------*
       2300-NOTE-NEWEST-BALANCE.
           MOVE ZERO TO WS-PRF-HIT-SUB
           MOVE ZERO TO WS-PRF-SUB
           PERFORM 2350-MATCH-ONE-PROOF THRU 2350-EXIT
               UNTIL WS-PRF-HIT-SUB NOT = ZERO
               OR WS-PRF-SUB = WS-PRF-TABLE-ENTRIES
           IF WS-PRF-HIT-SUB = ZERO
               IF WS-PRF-TABLE-ENTRIES = 500
                   SET WS-PRF-TABLE-FULL TO TRUE
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-PRF-TABLE-ENTRIES
               MOVE WS-PRF-TABLE-ENTRIES TO WS-PRF-HIT-SUB
               MOVE ACCOUNT-ID TO WS-PRF-ACCOUNT-ID (WS-PRF-HIT-SUB)
               MOVE TRAN-POST-DATE TO
                   WS-PRF-POST-DATE (WS-PRF-HIT-SUB)
               MOVE UID TO WS-PRF-UID (WS-PRF-HIT-SUB)
               MOVE END-BALANCE TO WS-PRF-BALANCE (WS-PRF-HIT-SUB)
               MOVE ZERO TO WS-PRF-UNCLEARED (WS-PRF-HIT-SUB)
               GO TO 2300-EXIT
           END-IF
           IF TRAN-POST-DATE > WS-PRF-POST-DATE (WS-PRF-HIT-SUB)
               OR (TRAN-POST-DATE = WS-PRF-POST-DATE (WS-PRF-HIT-SUB)
                   AND UID NOT < WS-PRF-UID (WS-PRF-HIT-SUB))
               MOVE TRAN-POST-DATE TO
                   WS-PRF-POST-DATE (WS-PRF-HIT-SUB)
               MOVE UID TO WS-PRF-UID (WS-PRF-HIT-SUB)
               MOVE END-BALANCE TO WS-PRF-BALANCE (WS-PRF-HIT-SUB)
           END-IF.
       2300-EXIT.
           EXIT.

       2350-MATCH-ONE-PROOF.
           ADD 1 TO WS-PRF-SUB
           IF WS-PRF-ACCOUNT-ID (WS-PRF-SUB) = ACCOUNT-ID
               MOVE WS-PRF-SUB TO WS-PRF-HIT-SUB
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PROVE-MASTER-BALANCES - every stamped balance block on
      * the master (just the one account on a targeted run) is
      * held against the history gathered above.  An account with
      * no posted record on the live file - never active, or its
      * history archived - cannot be proved and is counted, not
      * failed; likewise one the proof table had no room for, and
      * one never stamped.  A master that disagrees is an
      * exception like any other and counts toward the verdict.
      *-----------------------------------------------------------*
       3000-PROVE-MASTER-BALANCES.
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-AF-OK
               DISPLAY 'NO ACCOUNT MASTER ON HAND - MASTER BALANCE '
                   'PROOF SKIPPED'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3050-TOTAL-HOLDS THRU 3050-EXIT
           IF WS-TARGETED-RUN
               MOVE WS-TARGET-ACCOUNT TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3200-PROVE-ONE-ACCOUNT THRU 3200-EXIT
               END-READ
           ELSE
               PERFORM 3100-READ-ONE-MASTER THRU 3100-EXIT
                   UNTIL WS-END-OF-ACCOUNTS
           END-IF
           CLOSE ACCOUNT-MASTER
           IF WS-PRF-TABLE-FULL
               DISPLAY 'PROOF TABLE FULL - ACCOUNTS PAST THE FIRST '
                   '500 COUNTED UNPROVED'
           END-IF
           ADD WS-MASTER-EXCEPTIONS TO WS-EXCEPTION-COUNT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-TOTAL-HOLDS - add each hold not yet released to its
      * account's uncleared total in the proof table, the same
      * way TRANPOST arrives at the figure it stamps.  A missing
      * hold file just means nothing is on hold.
      *-----------------------------------------------------------*
       3050-TOTAL-HOLDS.
           OPEN INPUT FUNDS-HOLD-FILE
           IF WS-HF-OK
               PERFORM 3060-TOTAL-ONE-HOLD THRU 3060-EXIT
                   UNTIL WS-END-OF-HOLDS
               CLOSE FUNDS-HOLD-FILE
           END-IF.
       3050-EXIT.
           EXIT.

       3060-TOTAL-ONE-HOLD.
           READ FUNDS-HOLD-FILE
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
                   GO TO 3060-EXIT
           END-READ
           CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
           IF HLD-RELEASE-DATE NOT > WS-TODAY-DATE
               GO TO 3060-EXIT
           END-IF
           MOVE HLD-ACCOUNT-ID TO WS-PRF-FOR-ACCOUNT
           MOVE ZERO TO WS-PRF-HIT-SUB
           MOVE ZERO TO WS-PRF-SUB
           PERFORM 3070-MATCH-ONE-HOLD THRU 3070-EXIT
               UNTIL WS-PRF-HIT-SUB NOT = ZERO
               OR WS-PRF-SUB = WS-PRF-TABLE-ENTRIES
           IF WS-PRF-HIT-SUB NOT = ZERO
               ADD HLD-AMOUNT TO WS-PRF-UNCLEARED (WS-PRF-HIT-SUB)
           END-IF.
       3060-EXIT.
           EXIT.

       3070-MATCH-ONE-HOLD.
           ADD 1 TO WS-PRF-SUB
           IF WS-PRF-ACCOUNT-ID (WS-PRF-SUB) = WS-PRF-FOR-ACCOUNT
               MOVE WS-PRF-SUB TO WS-PRF-HIT-SUB
           END-IF.
       3070-EXIT.
           EXIT.

       3100-READ-ONE-MASTER.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-ACCOUNTS TO TRUE
               NOT AT END
                   PERFORM 3200-PROVE-ONE-ACCOUNT THRU 3200-EXIT
           END-READ.
       3100-EXIT.
           EXIT.

       3200-PROVE-ONE-ACCOUNT.
           IF ACCT-BALANCE-DATE = ZERO
               ADD 1 TO WS-UNPROVED-COUNT
               GO TO 3200-EXIT
           END-IF
           MOVE ZERO TO WS-PRF-HIT-SUB
           MOVE ZERO TO WS-PRF-SUB
           PERFORM 3250-MATCH-ONE-MASTER THRU 3250-EXIT
               UNTIL WS-PRF-HIT-SUB NOT = ZERO
               OR WS-PRF-SUB = WS-PRF-TABLE-ENTRIES
           IF WS-PRF-HIT-SUB = ZERO
               ADD 1 TO WS-UNPROVED-COUNT
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-PROVED-COUNT
           MOVE WS-PRF-BALANCE (WS-PRF-HIT-SUB) TO WS-EXPECTED-BALANCE
           COMPUTE WS-PRF-AVAILABLE =
               WS-EXPECTED-BALANCE - WS-PRF-UNCLEARED (WS-PRF-HIT-SUB)
           MOVE ACCT-ACCOUNT-ID TO WS-ML-ACCOUNT-ID
           MOVE ACCT-BALANCE-LAST-UID TO WS-ML-LAST-UID
           MOVE WS-EXPECTED-BALANCE TO WS-ML-EXPECTED
           MOVE ACCT-LEDGER-BALANCE TO WS-ML-STORED
      *    The figures printed are the pair that disagrees.
           EVALUATE TRUE
               WHEN ACCT-LEDGER-BALANCE NOT = WS-EXPECTED-BALANCE
                   MOVE 'LEDGER OUT' TO WS-ML-RESULT
                   ADD 1 TO WS-MASTER-EXCEPTIONS
               WHEN ACCT-UNCLEARED-TOTAL NOT =
                   WS-PRF-UNCLEARED (WS-PRF-HIT-SUB)
                   MOVE WS-PRF-UNCLEARED (WS-PRF-HIT-SUB)
                       TO WS-ML-EXPECTED
                   MOVE ACCT-UNCLEARED-TOTAL TO WS-ML-STORED
                   MOVE 'UNCLR OUT' TO WS-ML-RESULT
                   ADD 1 TO WS-MASTER-EXCEPTIONS
               WHEN ACCT-AVAILABLE-BALANCE NOT = WS-PRF-AVAILABLE
                   MOVE WS-PRF-AVAILABLE TO WS-ML-EXPECTED
                   MOVE ACCT-AVAILABLE-BALANCE TO WS-ML-STORED
                   MOVE 'AVAIL OUT' TO WS-ML-RESULT
                   ADD 1 TO WS-MASTER-EXCEPTIONS
               WHEN OTHER
                   MOVE 'OK' TO WS-ML-RESULT
           END-EVALUATE
           WRITE RECON-REPORT-LINE FROM WS-MASTER-LINE.
       3200-EXIT.
           EXIT.

       3250-MATCH-ONE-MASTER.
           ADD 1 TO WS-PRF-SUB
           IF WS-PRF-ACCOUNT-ID (WS-PRF-SUB) = ACCT-ACCOUNT-ID
               MOVE WS-PRF-SUB TO WS-PRF-HIT-SUB
           END-IF.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
           MOVE WS-CHECKED-COUNT TO WS-TL-CHECKED
           MOVE WS-EXCEPTION-COUNT TO WS-TL-EXCEPTIONS
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE WS-PROVED-COUNT TO WS-PT-PROVED
           MOVE WS-MASTER-EXCEPTIONS TO WS-PT-EXCEPTIONS
           MOVE WS-UNPROVED-COUNT TO WS-PT-UNPROVED
           WRITE RECON-REPORT-LINE FROM WS-PROOF-TOTAL-LINE
           DISPLAY 'RECORDS RECONCILED: ' WS-CHECKED-COUNT
           DISPLAY 'MASTER BALANCES PROVED: ' WS-PROVED-COUNT
           DISPLAY 'MASTER BALANCE EXCEPTIONS: '
               WS-MASTER-EXCEPTIONS
           DISPLAY 'MASTER BALANCES UNPROVED: ' WS-UNPROVED-COUNT
           DISPLAY 'EXCEPTIONS: ' WS-EXCEPTION-COUNT
           IF NOT WS-TARGETED-RUN
               PERFORM 9500-WRITE-STATUS-RECORD THRU 9500-EXIT
