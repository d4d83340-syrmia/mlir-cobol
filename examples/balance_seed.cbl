      *-----------------------------------------------------------*
      * PROGRAM:      BALSEED
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * One-time seeding of the balance block on the account
      * master.  Walks the transaction file for the END-BALANCE of
      * each account's newest posted record (post date first, then
      * UID - archived UIDs can be reissued), totals the account's
      * unreleased holds off the hold file, and stamps the ledger,
      * uncleared and available balances onto every master whose
      * block has never been stamped.  A master already stamped is
      * left alone, making the pass safe to resubmit; one with no
      * posted history is left unstamped too, so TRANPOST still
      * seeds it from its first transaction's START-BALANCE and
      * stamps it on that posting.  Run once, after the widened
      * master is in place and before the first posting run that
      * reads the block.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through HOLDWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted; money work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALSEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "holdfile.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-HOLD-FILE-STATUS      PIC X(02).
           88  WS-HF-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-ACCOUNTS             VALUE 'Y'.
       01  WS-TRAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-TRANSACTIONS         VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-HOLDS                VALUE 'Y'.
       01  WS-SEEDED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-ALREADY-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-NO-HISTORY-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-SEED-SUB              PIC 9(04).
       01  WS-SEED-HIT-SUB          PIC 9(04).
       01  WS-SEED-FOR-ACCOUNT      PIC 9(07).
       01  WS-SEED-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-SEED-TABLE-FULL-SW    PIC X(01) VALUE 'N'.
           88  WS-SEED-TABLE-FULL             VALUE 'Y'.
       01  WS-SEED-TABLE.
           05  WS-SEED-ENTRY OCCURS 500 TIMES.
               10  WS-SEED-ACCOUNT-ID  PIC 9(07).
               10  WS-SEED-POST-DATE   PIC 9(08).
               10  WS-SEED-UID         PIC 9(05).
               10  WS-SEED-BALANCE     PIC S9(11)V9(02).
               10  WS-SEED-UNCLEARED   PIC 9(11)V9(02).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-END-OF-ACCOUNTS
               PERFORM 2000-NOTE-ONE-TRANSACTION THRU 2000-EXIT
                   UNTIL WS-END-OF-TRANSACTIONS
               PERFORM 3000-TOTAL-HOLDS THRU 3000-EXIT
               PERFORM 4000-SEED-ONE-ACCOUNT THRU 4000-EXIT
                   UNTIL WS-END-OF-ACCOUNTS
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the date stamped on the block is the
      * business date off the BUSDATE card, or the machine date
      * when no card is supplied.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-CARD
           IF WS-BD-OK
               READ BUSINESS-DATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSINESS-DATE-CARD
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-AF-OK OR NOT WS-TF-OK
               DISPLAY 'UNABLE TO OPEN SEEDING FILES, STATUS '
                   WS-ACCT-FILE-STATUS ' ' WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-ACCOUNTS TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-NOTE-ONE-TRANSACTION - keep, per account, the END-
      * BALANCE of its newest posted record.
      *-----------------------------------------------------------*
       2000-NOTE-ONE-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
           IF NOT TRAN-POSTED
               GO TO 2000-EXIT
           END-IF
           MOVE ACCOUNT-ID TO WS-SEED-FOR-ACCOUNT
           PERFORM 2100-FIND-SEED-ENTRY THRU 2100-EXIT
           IF WS-SEED-HIT-SUB = ZERO
               IF WS-SEED-TABLE-ENTRIES = 500
                   SET WS-SEED-TABLE-FULL TO TRUE
                   GO TO 2000-EXIT
               END-IF
               ADD 1 TO WS-SEED-TABLE-ENTRIES
               MOVE WS-SEED-TABLE-ENTRIES TO WS-SEED-HIT-SUB
               MOVE ACCOUNT-ID TO WS-SEED-ACCOUNT-ID (WS-SEED-HIT-SUB)
               MOVE ZERO TO WS-SEED-UNCLEARED (WS-SEED-HIT-SUB)
               MOVE TRAN-POST-DATE TO
                   WS-SEED-POST-DATE (WS-SEED-HIT-SUB)
               MOVE UID TO WS-SEED-UID (WS-SEED-HIT-SUB)
               MOVE END-BALANCE TO WS-SEED-BALANCE (WS-SEED-HIT-SUB)
               GO TO 2000-EXIT
           END-IF
           IF TRAN-POST-DATE > WS-SEED-POST-DATE (WS-SEED-HIT-SUB)
               OR (TRAN-POST-DATE = WS-SEED-POST-DATE (WS-SEED-HIT-SUB)
                   AND UID NOT < WS-SEED-UID (WS-SEED-HIT-SUB))
               MOVE TRAN-POST-DATE TO
                   WS-SEED-POST-DATE (WS-SEED-HIT-SUB)
               MOVE UID TO WS-SEED-UID (WS-SEED-HIT-SUB)
               MOVE END-BALANCE TO WS-SEED-BALANCE (WS-SEED-HIT-SUB)
           END-IF.
       2000-EXIT.
           EXIT.

       2100-FIND-SEED-ENTRY.
           MOVE ZERO TO WS-SEED-HIT-SUB
           MOVE ZERO TO WS-SEED-SUB
           PERFORM 2150-MATCH-ONE-SEED THRU 2150-EXIT
               UNTIL WS-SEED-HIT-SUB NOT = ZERO
               OR WS-SEED-SUB = WS-SEED-TABLE-ENTRIES.
       2100-EXIT.
           EXIT.

       2150-MATCH-ONE-SEED.
           ADD 1 TO WS-SEED-SUB
           IF WS-SEED-ACCOUNT-ID (WS-SEED-SUB) = WS-SEED-FOR-ACCOUNT
               MOVE WS-SEED-SUB TO WS-SEED-HIT-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-TOTAL-HOLDS - add each hold not yet released to its
      * account's uncleared total.  A missing hold file just means
      * nothing is on hold.
      *-----------------------------------------------------------*
       3000-TOTAL-HOLDS.
           OPEN INPUT FUNDS-HOLD-FILE
           IF WS-HF-OK
               PERFORM 3100-TOTAL-ONE-HOLD THRU 3100-EXIT
                   UNTIL WS-END-OF-HOLDS
               CLOSE FUNDS-HOLD-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-TOTAL-ONE-HOLD.
           READ FUNDS-HOLD-FILE
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
                   GO TO 3100-EXIT
           END-READ
           CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
           IF HLD-RELEASE-DATE NOT > WS-TODAY-DATE
               GO TO 3100-EXIT
           END-IF
           MOVE HLD-ACCOUNT-ID TO WS-SEED-FOR-ACCOUNT
           PERFORM 2100-FIND-SEED-ENTRY THRU 2100-EXIT
           IF WS-SEED-HIT-SUB NOT = ZERO
               ADD HLD-AMOUNT TO WS-SEED-UNCLEARED (WS-SEED-HIT-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-SEED-ONE-ACCOUNT - stamp the next master whose block
      * has never been stamped.  One already stamped, or with no
      * posted history to seed from, is left alone.
      *-----------------------------------------------------------*
       4000-SEED-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-ACCOUNTS TO TRUE
                   GO TO 4000-EXIT
           END-READ
           IF ACCT-BALANCE-DATE NOT = ZERO
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 4000-EXIT
           END-IF
           MOVE ACCT-ACCOUNT-ID TO WS-SEED-FOR-ACCOUNT
           PERFORM 2100-FIND-SEED-ENTRY THRU 2100-EXIT
           IF WS-SEED-HIT-SUB = ZERO
               ADD 1 TO WS-NO-HISTORY-COUNT
               GO TO 4000-EXIT
           END-IF
           MOVE WS-SEED-BALANCE (WS-SEED-HIT-SUB)
               TO ACCT-LEDGER-BALANCE
           MOVE WS-SEED-UNCLEARED (WS-SEED-HIT-SUB)
               TO ACCT-UNCLEARED-TOTAL
           COMPUTE ACCT-AVAILABLE-BALANCE =
               ACCT-LEDGER-BALANCE - ACCT-UNCLEARED-TOTAL
           MOVE WS-TODAY-DATE TO ACCT-BALANCE-DATE
           MOVE WS-SEED-UID (WS-SEED-HIT-SUB) TO ACCT-BALANCE-LAST-UID
           REWRITE ACCOUNT-MASTER-RECORD
           ADD 1 TO WS-SEEDED-COUNT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-SEED-TABLE-FULL
               DISPLAY 'SEED TABLE FULL - ACCOUNTS PAST THE FIRST '
                   '500 LEFT UNSTAMPED'
               MOVE 20 TO RETURN-CODE
           END-IF
           DISPLAY 'BALANCES SEEDED: ' WS-SEEDED-COUNT
           DISPLAY 'ALREADY STAMPED: ' WS-ALREADY-COUNT
           DISPLAY 'NO POSTED HISTORY: ' WS-NO-HISTORY-COUNT
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE.
       9000-EXIT.
           EXIT.
