      *                    rejected to suspense without touching
      *                    that leg - its own partition rejects
      *                    it the same way.
      *   2026-10-15  RLB  The account master now carries the
      *                    balance.  Each posting (and each pair
      *                    leg backed out) stamps the account's
      *                    ledger balance, uncleared-hold total
      *                    and available balance onto its master
      *                    with the business date and the UID, so
      *                    FEEBATCH, INTCALC and the inquiries
      *                    read it there instead of sorting
      *                    TRANFILE.  The running balance starts
      *                    from the master's ledger balance; only
      *                    a never-stamped account falls back to
      *                    its first record's START-BALANCE.  An
      *                    account whose hold cleared tonight has
      *                    its available balance refreshed at end
      *                    of run, and a backed-out deposit leg
      *                    drops its hold.
      *   2026-10-15  RLB  Legal orders.  A garnishment or levy
      *                    in force on LEGALORD no longer needs
      *                    the account frozen: each run holds the
      *                    amount still owed under it, capped at
      *                    the ledger balance above the protected
      *                    amount and the account's other holds,
      *                    so exempt funds stay spendable.  The
      *                    hold is worked out afresh each run
      *                    under the order number and a legal-
      *                    order remittance debit (channel LG)
      *                    draws it down as it posts.
      *   2026-10-15  RLB  Charge-offs.  A charged-off account
      *                    (status W) posts only its charge-off
      *                    credit (channel CO), the recovery
      *                    offsets this program generates
      *                    (channel RC), and deposits; fees,
      *                    interest, withdrawals and transfer
      *                    legs go to suspense.  A deposit is a
      *                    recovery: it posts, and a channel RC
      *                    debit for the same amount is written
      *                    for the next run to clear it to the
      *                    recovery account, as the overdraft fee
      *                    is.
      *   2026-10-15  RLB  Lines of credit.  An LC account's
      *                    draws are held to its committed limit
      *                    on the credit-line master (LOCMST) in
      *                    every run, and a draw past the unused
      *                    line is refused as CREDIT LINE
      *                    EXCEEDED - or CREDIT LINE EXPIRED once
      *                    the line is closed or past its expiry.
      *                    A line is not overdrawn when drawn, so
      *                    no overdraft fee follows, and a charge
      *                    (FE) on the line posts even past the
      *                    limit.
      *   2026-10-15  RLB  Debit interest (channel DI) posts past
      *                    the overdraft limit and, like a credit
      *                    line's own charges, levies no
      *                    overdraft fee.
      *   2026-10-15  RLB  No early-withdrawal penalty on a term
      *                    deposit inside the grace window after
      *                    a roll-over (TDP-GRACE-END-DATE, set
      *                    by TDMATURE).
      *   2026-10-15  RLB  The run puts a line on the posting-run
      *                    file (POSTRUN) as it starts and takes
      *                    it off as it ends, so MEMOPOST knows
      *                    to capture tellers' entries to its
      *                    pending file while the transaction
      *                    file is being posted.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE, HOLDWIDE
      *                    and TRANWIDE so old-layout records are
      *                    accepted; records written as version
      *                    02; money work fields and line lengths
      *                    widened.
      *   2026-10-15  RLB  Posting-run flag raised before the
      *                    holds and balances load; a flag that
      *                    cannot be raised ends the run with
      *                    return code 16.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANPOST.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-ACCOUNT-ID
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT CREDIT-LINE-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-ACCOUNT-ID
               FILE STATUS IS WS-LINE-FILE-STATUS.
           SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT SIMULATED-LOG ASSIGN TO "SIMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIM-LOG-STATUS.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.
           SELECT POSTING-RUN ASSIGN TO "POSTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "tranrec.cpy".

       FD  POSTING-LOG.
       01  POSTING-LOG-LINE            PIC X(135).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE               PIC X(136).

       FD  CONTROL-CARD.
       COPY "ctltotal.cpy".
       FD  TERM-DEPOSIT-FILE.
       COPY "termdep.cpy".

       FD  CREDIT-LINE-FILE.
       COPY "crline.cpy".

       FD  BALANCE-HISTORY.
       COPY "balhist.cpy".

               88  SIM-SIMULATE                  VALUE 'S'.

       FD  SIMULATED-LOG.
       01  SIMULATED-LOG-LINE          PIC X(135).

       FD  LEGAL-ORDER-FILE.
       COPY "legalord.cpy".

       FD  POSTING-RUN.
       COPY "postrun.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
       01  WS-POSTED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-FEE-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-ACTUAL-AMOUNT-TOTAL   PIC 9(13)V9(02) VALUE ZERO.
       01  WS-CONTROL-MISMATCH-SW   PIC X(01) VALUE 'N'.
           88  WS-CONTROL-MISMATCH            VALUE 'Y'.
       01  WS-REJECT-SW             PIC X(01) VALUE 'N'.
       01  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
       01  WS-OVERDRAWN-SW          PIC X(01) VALUE 'N'.
           88  WS-TRAN-OVERDRAWN                VALUE 'Y'.
       01  WS-RECOVERY-SW           PIC X(01) VALUE 'N'.
           88  WS-TRAN-RECOVERY                 VALUE 'Y'.
       01  WS-RECOVERY-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-RECOVERY-ACCOUNT-ID   PIC 9(07).
       01  WS-RECOVERY-AMOUNT       PIC 9(11)V9(02).
       01  WS-PROSPECTIVE-BALANCE   PIC S9(11)V9(02).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-STAMP-SUB             PIC 9(04) VALUE ZERO.
       01  WS-STOP-FILE-STATUS      PIC X(02).
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-ACCOUNT-ID   PIC 9(07).
               10  WS-HLD-UID          PIC 9(05).
               10  WS-HLD-AMOUNT       PIC 9(11)V9(02).
               10  WS-HLD-RELEASE-DT   PIC 9(08).
                   88  WS-HLD-LEGAL-ORDER         VALUE 99999998.
       01  WS-HOLD-SUB              PIC 9(04).
       01  WS-UNCLEARED-TOTAL       PIC 9(11)V9(02).
       01  WS-HOLD-FOR-ACCOUNT      PIC 9(07).
       01  WS-RELEASED-ENTRIES      PIC 9(04) VALUE ZERO.
       01  WS-RELEASED-TABLE.
           05  WS-RELEASED-ACCOUNT OCCURS 500 TIMES PIC 9(07).
       01  WS-RELEASED-SUB          PIC 9(04).
       01  WS-RELEASED-HIT-SUB      PIC 9(04).
       01  WS-AVAILABLE-PROSPECT    PIC S9(11)V9(02).
       01  WS-RELEASE-DATE-INT      PIC 9(07).
       01  WS-STOPS-PRESENT-SW      PIC X(01) VALUE 'N'.
           88  WS-STOPS-PRESENT               VALUE 'Y'.
           88  WS-TDF-NOT-FOUND               VALUE '35'.
       01  WS-TERMDEP-SW            PIC X(01) VALUE 'N'.
           88  WS-TERMDEP-PRESENT             VALUE 'Y'.
       01  WS-LINE-FILE-STATUS      PIC X(02).
           88  WS-LCF-OK                      VALUE '00'.
           88  WS-LCF-NOT-FOUND               VALUE '35'.
       01  WS-CREDIT-LINE-SW        PIC X(01) VALUE 'N'.
           88  WS-CREDIT-LINES-PRESENT        VALUE 'Y'.
       01  WS-BANK-CHARGE-SW        PIC X(01) VALUE 'N'.
           88  WS-BANK-CHARGE                 VALUE 'Y'.
       01  WS-LEGAL-ORDER-STATUS    PIC X(02).
           88  WS-LGO-OK                      VALUE '00'.
           88  WS-LGO-NOT-FOUND               VALUE '35'.
       01  WS-LEGAL-SW              PIC X(01) VALUE 'N'.
           88  WS-LEGAL-PRESENT               VALUE 'Y'.
       01  WS-LEGAL-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-LEGAL-ORDERS         VALUE 'Y'.
       01  WS-LEGAL-OWED            PIC 9(11)V9(02).
       01  WS-LEGAL-REACH           PIC S9(11)V9(02).
       01  WS-LEGAL-HOLD-AMOUNT     PIC 9(11)V9(02).
       01  WS-LEGAL-DRAW            PIC 9(11)V9(02).
       01  WS-LEGAL-HOLD-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-PENALTY-AMOUNT        PIC 9(11)V9(02).
       01  WS-BALHIST-STATUS        PIC X(02).
           88  WS-BH-OK                       VALUE '00'.
       01  WS-SNAP-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-SNAPSHOTS            VALUE 'Y'.
       01  WS-ODP-SW                PIC X(01) VALUE 'N'.
           88  WS-ODP-COVERED                 VALUE 'Y'.
       01  WS-ODP-SHORTFALL         PIC 9(11)V9(02).
       01  WS-ODP-FROM-ACCOUNT      PIC 9(07).
       01  WS-ODP-TO-ACCOUNT        PIC 9(07).
       01  WS-ODP-AVAILABLE         PIC S9(11)V9(02).
       01  WS-ODP-SCAN-SUB          PIC 9(04).
       01  WS-ODP-HIT-SUB           PIC 9(04).
       01  WS-ODP-PAIR-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-ODP-ENTRY OCCURS 500 TIMES.
               10  WS-ODP-ACCOUNT-ID   PIC 9(07).
               10  WS-ODP-SNAP-DATE    PIC 9(08).
               10  WS-ODP-SNAP-BAL     PIC S9(11)V9(02).
               10  WS-ODP-COMMITTED    PIC 9(11)V9(02).
       01  WS-STOP-EOF-SW           PIC X(01).
           88  WS-END-OF-STOPS                VALUE 'Y'.
       COPY "postlog.cpy" REPLACING POSTING-LOG-RECORD
           05  WS-ACCOUNT-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-ACCT-IDX.
               10  WS-TBL-ACCOUNT-ID       PIC 9(07).
               10  WS-TBL-BALANCE          PIC S9(11)V9(02).
               10  WS-TBL-OVERDRAFT-LIMIT  PIC 9(11)V9(02).
               10  WS-TBL-STATUS           PIC X(01).
                   88  WS-TBL-STATUS-OPEN         VALUE 'O'.
                   88  WS-TBL-STATUS-FROZEN       VALUE 'F'.
                   88  WS-TBL-STATUS-DORMANT      VALUE 'D'.
                   88  WS-TBL-STATUS-CLOSED       VALUE 'C'.
                   88  WS-TBL-STATUS-CHARGED-OFF  VALUE 'W'.
               10  WS-TBL-POSTED-SW        PIC X(01).
                   88  WS-TBL-HAD-POSTING         VALUE 'Y'.
               10  WS-TBL-WD-COUNT         PIC 9(05).
               10  WS-TBL-WD-AMOUNT        PIC 9(11)V9(02).
               10  WS-TBL-WD-MAX-COUNT     PIC 9(03).
               10  WS-TBL-WD-MAX-AMT       PIC 9(11)V9(02).
               10  WS-TBL-CATEGORY         PIC X(02).
               10  WS-TBL-CURRENCY         PIC X(03).
               10  WS-TBL-ODP-ACCOUNT      PIC 9(07).
               10  WS-TBL-LINE-SW          PIC X(01).
                   88  WS-TBL-LINE-OPEN           VALUE 'O'.
                   88  WS-TBL-LINE-EXPIRED        VALUE 'X'.
                   88  WS-TBL-NO-LINE             VALUE 'N'.
       01  WS-FOUND-SW              PIC X(01).
           88  WS-ACCOUNT-FOUND               VALUE 'Y'.
       01  WS-POSTING-RUN-STATUS    PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
           88  WS-PR-NOT-FOUND                VALUE '35'.
       01  WS-PR-EOF-SW             PIC X(01).
           88  WS-END-OF-POSTING-RUNS         VALUE 'Y'.
       01  WS-PR-SUB                PIC 9(02).
       01  WS-PR-TABLE-ENTRIES      PIC 9(02) VALUE ZERO.
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 99 TIMES PIC X(29).

       PROCEDURE DIVISION.
       Main-Process.
               PERFORM 1310-VERIFY-AUTHORIZATION THRU 1310-EXIT
               PERFORM 1318-CHECK-PERIOD-CLOSE THRU 1318-EXIT
           END-IF
      *    The posting-run flag goes up before the holds and
      *    balances are loaded, and the run goes no further
      *    without it: with the flag down the desks would write
      *    to the files this run is about to rewrite.
           IF NOT WS-END-OF-TRANSACTIONS
               PERFORM 1320-READ-RUN-NUMBER THRU 1320-EXIT
               PERFORM 1700-RAISE-POSTING-FLAG THRU 1700-EXIT
           END-IF
           IF NOT WS-END-OF-TRANSACTIONS
               OPEN EXTEND AUTO-ACCOUNT-QUEUE
               IF WS-AQ-NOT-FOUND
                   CLOSE TRAN-ACCOUNT-INDEX
                   OPEN I-O TRAN-ACCOUNT-INDEX
               END-IF
               PERFORM 1340-LOAD-FX-RATES THRU 1340-EXIT
               PERFORM 1350-LOAD-FUNDS-HOLDS THRU 1350-EXIT
               PERFORM 1380-APPLY-LEGAL-ORDERS THRU 1380-EXIT
               PERFORM 1370-LOAD-SNAPSHOT-BALANCES THRU 1370-EXIT
               PERFORM 1400-OPEN-STOP-FILE THRU 1400-EXIT
               PERFORM 1450-OPEN-ISSUE-FILE THRU 1450-EXIT
               PERFORM 1460-OPEN-TERM-FILE THRU 1460-EXIT
               PERFORM 1470-OPEN-LINE-FILE THRU 1470-EXIT
               PERFORM 1500-DETERMINE-RESTART-POINT THRU 1500-EXIT
               PERFORM 1600-DETERMINE-NEXT-FEE-UID THRU 1600-EXIT
               SET WS-RUN-STARTED TO TRUE
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
               NOT AT END
                   CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
      *            A legal-order hold is worked out afresh by 1380;
      *            last run's figure is only noted for the refresh.
                   IF HLD-LEGAL-ORDER-HOLD
                       PERFORM 1365-NOTE-RELEASED-ACCOUNT
                           THRU 1365-EXIT
                   ELSE
                       IF HLD-RELEASE-DATE > WS-TODAY-DATE
                           IF WS-HOLD-TABLE-ENTRIES = 500
                               DISPLAY 'HOLD TABLE FULL, HOLD DROPPED '
                                   'FOR ACCOUNT ' HLD-ACCOUNT-ID
                               MOVE 20 TO RETURN-CODE
                           ELSE
                               ADD 1 TO WS-HOLD-TABLE-ENTRIES
                               MOVE WS-HOLD-TABLE-ENTRIES
                                   TO WS-HOLD-SUB
                               MOVE HLD-ACCOUNT-ID TO
                                   WS-HLD-ACCOUNT-ID (WS-HOLD-SUB)
                               MOVE HLD-UID TO
                                   WS-HLD-UID (WS-HOLD-SUB)
                               MOVE HLD-AMOUNT TO
                                   WS-HLD-AMOUNT (WS-HOLD-SUB)
                               MOVE HLD-RELEASE-DATE TO
                                   WS-HLD-RELEASE-DT (WS-HOLD-SUB)
                           END-IF
                       ELSE
                           PERFORM 1365-NOTE-RELEASED-ACCOUNT
                               THRU 1365-EXIT
                       END-IF
                   END-IF
           END-READ.
       1360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1365-NOTE-RELEASED-ACCOUNT - a hold that cleared tonight
      * changes its account's available balance even if nothing
      * posts to it; the account is remembered once so 8600 can
      * refresh its carried figures at end of run.
      *-----------------------------------------------------------*
       1365-NOTE-RELEASED-ACCOUNT.
           MOVE ZERO TO WS-RELEASED-HIT-SUB
           MOVE ZERO TO WS-RELEASED-SUB
           PERFORM 1367-MATCH-ONE-RELEASED THRU 1367-EXIT
               UNTIL WS-RELEASED-HIT-SUB NOT = ZERO
               OR WS-RELEASED-SUB = WS-RELEASED-ENTRIES
           IF WS-RELEASED-HIT-SUB = ZERO
               AND WS-RELEASED-ENTRIES < 500
               ADD 1 TO WS-RELEASED-ENTRIES
               MOVE HLD-ACCOUNT-ID TO
                   WS-RELEASED-ACCOUNT (WS-RELEASED-ENTRIES)
           END-IF.
       1365-EXIT.
           EXIT.

       1367-MATCH-ONE-RELEASED.
           ADD 1 TO WS-RELEASED-SUB
           IF WS-RELEASED-ACCOUNT (WS-RELEASED-SUB) = HLD-ACCOUNT-ID
               MOVE WS-RELEASED-SUB TO WS-RELEASED-HIT-SUB
           END-IF.
       1367-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1370-LOAD-SNAPSHOT-BALANCES - the newest EODSNAP closing
      * balance per account, so overdraft protection can judge a
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   PERFORM 1378-KEEP-NEWEST-SNAPSHOT THRU 1378-EXIT
           END-READ.
       1375-EXIT.
       1379-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1380-APPLY-LEGAL-ORDERS - every garnishment or levy in
      * force (LGLMNT puts them on file) holds what it can reach:
      * the amount still owed under it, but no more than the
      * ledger balance left above the protected amount once the
      * account's other holds are counted.  The account itself
      * stays open, so exempt funds can still be drawn.  An order
      * reaching its effective date becomes active here.  A
      * missing file just means no orders have been served.
      *-----------------------------------------------------------*
       1380-APPLY-LEGAL-ORDERS.
           IF WS-SIMULATED-RUN
               OPEN INPUT LEGAL-ORDER-FILE
           ELSE
               OPEN I-O LEGAL-ORDER-FILE
           END-IF
           IF NOT WS-LGO-OK
               IF NOT WS-LGO-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN LEGAL ORDER FILE, '
                       'STATUS ' WS-LEGAL-ORDER-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               END-IF
               GO TO 1380-EXIT
           END-IF
           SET WS-LEGAL-PRESENT TO TRUE
           PERFORM 1385-APPLY-ONE-ORDER THRU 1385-EXIT
               UNTIL WS-END-OF-LEGAL-ORDERS.
       1380-EXIT.
           EXIT.

       1385-APPLY-ONE-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-LEGAL-ORDERS TO TRUE
                   GO TO 1385-EXIT
           END-READ
           IF NOT LGO-IN-FORCE
               OR LGO-EFFECTIVE-DATE > WS-TODAY-DATE
               GO TO 1385-EXIT
           END-IF
           IF LGO-ACCOUNT-ID < WS-PARTITION-FROM
               OR LGO-ACCOUNT-ID > WS-PARTITION-TO
               GO TO 1385-EXIT
           END-IF
           MOVE LGO-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'LEGAL ORDER ' LGO-ORDER-ID
                       ' - ACCOUNT ' LGO-ACCOUNT-ID ' NOT ON FILE'
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 1385-EXIT
           END-READ
           IF LGO-REMITTED-AMOUNT NOT < LGO-AMOUNT-ORDERED
               MOVE ZERO TO WS-LEGAL-OWED
           ELSE
               COMPUTE WS-LEGAL-OWED =
                   LGO-AMOUNT-ORDERED - LGO-REMITTED-AMOUNT
           END-IF
           MOVE LGO-ACCOUNT-ID TO WS-HOLD-FOR-ACCOUNT
           PERFORM 2230-SUM-UNCLEARED-FUNDS THRU 2230-EXIT
           COMPUTE WS-LEGAL-REACH = ACCT-LEDGER-BALANCE
               - WS-UNCLEARED-TOTAL - LGO-PROTECTED-AMOUNT
           IF WS-LEGAL-REACH < ZERO
               MOVE ZERO TO WS-LEGAL-REACH
           END-IF
           IF WS-LEGAL-OWED < WS-LEGAL-REACH
               MOVE WS-LEGAL-OWED TO WS-LEGAL-HOLD-AMOUNT
           ELSE
               MOVE WS-LEGAL-REACH TO WS-LEGAL-HOLD-AMOUNT
           END-IF
           IF WS-LEGAL-HOLD-AMOUNT > ZERO
               PERFORM 1390-PLACE-LEGAL-HOLD THRU 1390-EXIT
           END-IF
           MOVE LGO-ACCOUNT-ID TO HLD-ACCOUNT-ID
           PERFORM 1365-NOTE-RELEASED-ACCOUNT THRU 1365-EXIT
           IF WS-SIMULATED-RUN
               GO TO 1385-EXIT
           END-IF
           MOVE WS-LEGAL-HOLD-AMOUNT TO LGO-HELD-AMOUNT
           MOVE WS-TODAY-DATE TO LGO-HOLD-DATE
           SET LGO-ACTIVE TO TRUE
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE LEGAL ORDER '
                       LGO-ORDER-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE.
       1385-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1390-PLACE-LEGAL-HOLD - into the table the availability
      * check works from, and onto the hold file at once like a
      * deposit hold, under the order number.
      *-----------------------------------------------------------*
       1390-PLACE-LEGAL-HOLD.
           IF WS-HOLD-TABLE-ENTRIES = 500
               DISPLAY 'HOLD TABLE FULL, LEGAL ORDER NOT HELD: '
                   LGO-ORDER-ID
               MOVE 20 TO RETURN-CODE
               MOVE ZERO TO WS-LEGAL-HOLD-AMOUNT
               GO TO 1390-EXIT
           END-IF
           ADD 1 TO WS-HOLD-TABLE-ENTRIES
           MOVE WS-HOLD-TABLE-ENTRIES TO WS-HOLD-SUB
           MOVE LGO-ACCOUNT-ID TO WS-HLD-ACCOUNT-ID (WS-HOLD-SUB)
           MOVE LGO-ORDER-ID TO WS-HLD-UID (WS-HOLD-SUB)
           MOVE WS-LEGAL-HOLD-AMOUNT TO WS-HLD-AMOUNT (WS-HOLD-SUB)
           SET WS-HLD-LEGAL-ORDER (WS-HOLD-SUB) TO TRUE
           ADD 1 TO WS-LEGAL-HOLD-COUNT
           MOVE LGO-ACCOUNT-ID TO HLD-ACCOUNT-ID
           MOVE LGO-ORDER-ID TO HLD-UID
           MOVE WS-LEGAL-HOLD-AMOUNT TO HLD-AMOUNT
           MOVE ZERO TO HLD-V1-AMOUNT
           SET HLD-RECORD-VERSION-2 TO TRUE
           SET HLD-LEGAL-ORDER-HOLD TO TRUE
           IF NOT WS-SIMULATED-RUN
               WRITE FUNDS-HOLD-RECORD
           END-IF.
       1390-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-OPEN-STOP-FILE - open the stop/hold instruction file
      * STOPMNT maintains.  A missing file is not an error; it just
       1460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1470-OPEN-LINE-FILE - open the credit-line master LOCBOOK
      * maintains.  A missing file is not an error; it just means
      * no lines of credit are booked yet.
      *-----------------------------------------------------------*
       1470-OPEN-LINE-FILE.
           OPEN INPUT CREDIT-LINE-FILE
           IF WS-LCF-OK
               SET WS-CREDIT-LINES-PRESENT TO TRUE
           ELSE
               MOVE 'N' TO WS-CREDIT-LINE-SW
               IF NOT WS-LCF-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN CREDIT-LINE FILE, '
                       'STATUS ' WS-LINE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               END-IF
           END-IF.
       1470-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-DETERMINE-RESTART-POINT - count how many transactions
      * an earlier run of this job already checkpointed, and skip
       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1700-RAISE-POSTING-FLAG - put this run's line on the
      * posting-run file, so MEMOPOST captures tellers' entries
      * to its pending file while the transaction file is ours.
      * 8800 takes the line off again at end of run.  A flag that
      * cannot be raised stops the run before anything posts.
      *-----------------------------------------------------------*
       1700-RAISE-POSTING-FLAG.
           OPEN EXTEND POSTING-RUN
           IF WS-PR-NOT-FOUND
               OPEN OUTPUT POSTING-RUN
           END-IF
           IF NOT WS-PR-OK
               DISPLAY 'UNABLE TO RAISE POSTING-RUN FLAG - STATUS '
                   WS-POSTING-RUN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-TRANSACTIONS TO TRUE
               GO TO 1700-EXIT
           END-IF
           MOVE WS-PARTITION-NUMBER TO PRN-PARTITION-NUMBER
           MOVE WS-RUN-NUMBER TO PRN-RUN-NUMBER
           MOVE WS-TODAY-DATE TO PRN-BUSINESS-DATE
           ACCEPT PRN-STARTED-DATE FROM DATE YYYYMMDD
           ACCEPT PRN-STARTED-TIME FROM TIME
           WRITE POSTING-RUN-RECORD
           IF NOT WS-PR-OK
               DISPLAY 'UNABLE TO RAISE POSTING-RUN FLAG - STATUS '
                   WS-POSTING-RUN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-TRANSACTIONS TO TRUE
           END-IF
           CLOSE POSTING-RUN.
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-POST-TRANSACTIONS - take the next key off the
      * transaction sequence file (TRANSORT's account/UID order),
           MOVE 'N' TO WS-REJECT-SW
           MOVE 'N' TO WS-OVERDRAWN-SW
           MOVE 'N' TO WS-ODP-SW
           MOVE 'N' TO WS-RECOVERY-SW
           MOVE SPACES TO WS-REJECT-REASON
           READ TRANSACTION-SEQUENCE
               AT END
               INVALID KEY
                   DISPLAY 'TRANSACTION NOT FOUND FOR UID: ' UID
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-UNPOSTED
                       PERFORM 2060-DECIDE-ONE-TRANSACTION
                           THRU 2060-EXIT
      * here; 2050 passes over it.
      *-----------------------------------------------------------*
       2060-DECIDE-ONE-TRANSACTION.
           IF NOT TRAN-RECORD-VERSION-2
               SET WS-TRAN-REJECTED TO TRUE
               MOVE 'UNRECOGNIZED RECORD VERSION'
                   TO WS-REJECT-REASON
               PERFORM 2900-WRITE-POSTING-LOG THRU 2900-EXIT
               PERFORM 2930-MARK-ISSUE-PAID THRU 2930-EXIT
               PERFORM 2950-WRITE-CHECKPOINT THRU 2950-EXIT
               PERFORM 2980-STAMP-MASTER-BALANCE THRU 2980-EXIT
      *        The penalty check runs after the checkpoint - its
      *        fee builder reuses the record area, and the
      *        checkpoint must carry the posted record's own UID.
                   PERFORM 2960-WRITE-OVERDRAFT-FEE
                       THRU 2960-EXIT
               END-IF
               IF WS-TRAN-RECOVERY
                   PERFORM 2965-WRITE-RECOVERY-OFFSET
                       THRU 2965-EXIT
               END-IF
           END-IF.
       2060-EXIT.
           EXIT.
               INVALID KEY
                   DISPLAY 'TRANSFER PAIR NOT ON FILE: ' UID
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   EVALUATE TRUE
                       WHEN WS-PARTITIONED-RUN
                           AND (ACCOUNT-ID < WS-PARTITION-FROM
           PERFORM 2100-FIND-OR-ADD-ACCOUNT THRU 2100-EXIT
           IF TRAN-TYPE = 'DE' OR 'IN'
               SUBTRACT AMOUNT FROM WS-TBL-BALANCE (WS-ACCT-IDX)
               IF TRAN-DEPOSIT
                   PERFORM 2450-DROP-LEG-HOLD THRU 2450-EXIT
               END-IF
           ELSE
               ADD AMOUNT TO WS-TBL-BALANCE (WS-ACCT-IDX)
               IF TRAN-WITHDRAWAL
           IF NOT WS-SIMULATED-RUN
               REWRITE TRANSACTION-RECORD
           END-IF
           PERFORM 2980-STAMP-MASTER-BALANCE THRU 2980-EXIT
           MOVE 'TRANSFER PAIR REJECTED' TO WS-REJECT-REASON
           PERFORM 2800-WRITE-REJECT-LOG THRU 2800-EXIT.
       2440-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2450-DROP-LEG-HOLD - a deposit leg backed out takes its
      * uncleared hold with it; the emptied table entry is passed
      * over by the availability sum and left off the rewritten
      * hold file.
      *-----------------------------------------------------------*
       2450-DROP-LEG-HOLD.
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 2455-DROP-ONE-HOLD THRU 2455-EXIT
               UNTIL WS-HOLD-SUB = WS-HOLD-TABLE-ENTRIES.
       2450-EXIT.
           EXIT.

       2455-DROP-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB
           IF WS-HLD-UID (WS-HOLD-SUB) = UID
               AND WS-HLD-ACCOUNT-ID (WS-HOLD-SUB) = ACCOUNT-ID
               AND NOT WS-HLD-LEGAL-ORDER (WS-HOLD-SUB)
               MOVE ZERO TO WS-HLD-AMOUNT (WS-HOLD-SUB)
           END-IF.
       2455-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-FIND-OR-ADD-ACCOUNT - locate the running-balance table
      * entry for this transaction's account, adding one the first
      * time the account is seen.  The running balance starts from
      * the ledger balance carried on the master; only an account
      * whose balance block was never stamped falls back to the
      * START-BALANCE its first transaction was loaded with.
      *-----------------------------------------------------------*
       2100-FIND-OR-ADD-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
                       MOVE 'USD' TO WS-TBL-CURRENCY (WS-ACCT-IDX)
                       MOVE ZERO TO
                           WS-TBL-ODP-ACCOUNT (WS-ACCT-IDX)
                       MOVE 'N' TO WS-TBL-LINE-SW (WS-ACCT-IDX)
                       PERFORM 2120-ADD-PHANTOM-ACCOUNT
                           THRU 2120-EXIT
                   NOT INVALID KEY
                           WS-TBL-CURRENCY (WS-ACCT-IDX)
                       MOVE ACCT-ODP-ACCOUNT-ID TO
                           WS-TBL-ODP-ACCOUNT (WS-ACCT-IDX)
                       MOVE 'N' TO WS-TBL-LINE-SW (WS-ACCT-IDX)
                       IF ACCT-BALANCE-DATE NOT = ZERO
                           MOVE ACCT-LEDGER-BALANCE TO
                               WS-TBL-BALANCE (WS-ACCT-IDX)
                       END-IF
               END-READ
               IF NOT WS-SUPERVISOR-RUN
                   MOVE ZERO TO
                       WS-TBL-OVERDRAFT-LIMIT (WS-ACCT-IDX)
               END-IF
               IF WS-TBL-CATEGORY (WS-ACCT-IDX) = 'LC'
                   PERFORM 2130-LOAD-CREDIT-LINE THRU 2130-EXIT
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2130-LOAD-CREDIT-LINE - a line-of-credit account may be
      * drawn below zero as far as its committed limit, so the
      * limit stands in the overdraft allowance the draw is held
      * to in 2200 - in every run, not only a supervisor's.  A
      * line that is closed, expired or not booked allows
      * nothing; the reason is kept so a refused draw says why.
      *-----------------------------------------------------------*
       2130-LOAD-CREDIT-LINE.
           MOVE ZERO TO WS-TBL-OVERDRAFT-LIMIT (WS-ACCT-IDX)
           IF NOT WS-CREDIT-LINES-PRESENT
               GO TO 2130-EXIT
           END-IF
           MOVE ACCOUNT-ID TO LOC-ACCOUNT-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   GO TO 2130-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           IF NOT LOC-OPEN
               OR LOC-EXPIRY-DATE < WS-TODAY-DATE
               SET WS-TBL-LINE-EXPIRED (WS-ACCT-IDX) TO TRUE
           ELSE
               SET WS-TBL-LINE-OPEN (WS-ACCT-IDX) TO TRUE
               MOVE LOC-LIMIT TO
                   WS-TBL-OVERDRAFT-LIMIT (WS-ACCT-IDX)
           END-IF.
       2130-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2120-ADD-PHANTOM-ACCOUNT - a transaction named an account
      * the master has never heard of.  The bare master record is
           MOVE ZERO TO ACCT-BRANCH-CODE
           MOVE SPACES TO ACCT-PRODUCT-CODE
           MOVE ZERO TO ACCT-PASSBOOK-LAST-UID
           MOVE ZERO TO ACCT-LEDGER-BALANCE
           MOVE ZERO TO ACCT-UNCLEARED-TOTAL
           MOVE ZERO TO ACCT-AVAILABLE-BALANCE
           MOVE ZERO TO ACCT-BALANCE-DATE
           MOVE ZERO TO ACCT-BALANCE-LAST-UID
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
      * an account whose master status is not open.  The rejected
      * transaction goes to the suspense file with the status
      * spelled out, so the operator working suspense can see why
      * it was turned away.  A charged-off account is judged by
      * 2152 instead.
      *-----------------------------------------------------------*
       2150-CHECK-ACCOUNT-STATUS.
           IF WS-TBL-STATUS-CHARGED-OFF (WS-ACCT-IDX)
               PERFORM 2152-CHECK-CHARGED-OFF THRU 2152-EXIT
               GO TO 2150-EXIT
           END-IF
           IF NOT WS-TBL-STATUS-OPEN (WS-ACCT-IDX)
               SET WS-TRAN-REJECTED TO TRUE
               EVALUATE TRUE
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2152-CHECK-CHARGED-OFF - a charged-off account takes the
      * charge-off credit CHGOPOST wrote (channel CO) and the
      * offset debit 2965 generated (channel RC).  Any other
      * deposit is money recovered on the written-off balance:
      * it posts, and 2965 queues the debit that clears it to
      * the recovery account.  Everything else - fees, interest,
      * withdrawals, a transfer leg - goes to suspense.
      *-----------------------------------------------------------*
       2152-CHECK-CHARGED-OFF.
           EVALUATE TRUE
               WHEN TRAN-DEPOSIT AND TRAN-CHANNEL-CHARGE-OFF
                   CONTINUE
               WHEN TRAN-WITHDRAWAL AND TRAN-CHANNEL-RECOVERY
                   CONTINUE
               WHEN TRAN-DEPOSIT AND TRANSFER-PAIR-UID = ZERO
                   SET WS-TRAN-RECOVERY TO TRUE
               WHEN OTHER
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE 'ACCOUNT CHARGED OFF' TO WS-REJECT-REASON
           END-EVALUATE.
       2152-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2155-CHECK-VALUE-DATE - a back-valued record (value date
      * before the business date) may post only into an open
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   MOVE ACCOUNT-ID TO WS-PAIR-ACCOUNT-ID
           END-READ
           MOVE WS-PAIR-SAVE-AREA TO TRANSACTION-RECORD
               END-IF
           ELSE
               COMPUTE WS-PROSPECTIVE-BALANCE = START-BALANCE - AMOUNT
               MOVE ACCOUNT-ID TO WS-HOLD-FOR-ACCOUNT
               PERFORM 2230-SUM-UNCLEARED-FUNDS THRU 2230-EXIT
               COMPUTE WS-AVAILABLE-PROSPECT =
                   START-BALANCE - WS-UNCLEARED-TOTAL - AMOUNT
               MOVE 'N' TO WS-ODP-SW
      *        A charge the bank levies on a credit line - its
      *        interest or a fee - is not a draw and posts even
      *        past the line; so does debit interest on any
      *        account, which draws no overdraft fee of its own.
               MOVE 'N' TO WS-BANK-CHARGE-SW
               IF (WS-TBL-CATEGORY (WS-ACCT-IDX) = 'LC'
                   AND TRAN-FEE)
                   OR TRAN-CHANNEL-DEBIT-INTEREST
                   SET WS-BANK-CHARGE TO TRUE
               END-IF
      *        Protection is tried before either rejection or the
      *        fee: a covered shortfall posts clean.
               IF WS-PROSPECTIVE-BALANCE < ZERO
               IF WS-PROSPECTIVE-BALANCE < ZERO AND
                   NOT WS-ODP-COVERED AND
                   NOT TRAN-SUPERVISOR-OVERRIDE AND
                   NOT WS-BANK-CHARGE AND
                   (WS-PROSPECTIVE-BALANCE * -1) >
                   WS-TBL-OVERDRAFT-LIMIT (WS-ACCT-IDX)
                   SET WS-TRAN-REJECTED TO TRUE
                   EVALUATE TRUE
                       WHEN WS-TBL-CATEGORY (WS-ACCT-IDX) NOT = 'LC'
                           MOVE 'OVERDRAFT LIMIT EXCEEDED'
                               TO WS-REJECT-REASON
                       WHEN WS-TBL-LINE-EXPIRED (WS-ACCT-IDX)
                           MOVE 'CREDIT LINE EXPIRED'
                               TO WS-REJECT-REASON
                       WHEN WS-TBL-NO-LINE (WS-ACCT-IDX)
                           MOVE 'NO CREDIT LINE BOOKED'
                               TO WS-REJECT-REASON
                       WHEN OTHER
                           MOVE 'CREDIT LINE EXCEEDED'
                               TO WS-REJECT-REASON
                   END-EVALUATE
               ELSE
               IF WS-AVAILABLE-PROSPECT < ZERO AND
                   NOT WS-ODP-COVERED AND
                   NOT TRAN-SUPERVISOR-OVERRIDE AND
                   NOT WS-BANK-CHARGE AND
                   (WS-AVAILABLE-PROSPECT * -1) >
                   WS-TBL-OVERDRAFT-LIMIT (WS-ACCT-IDX)
                   SET WS-TRAN-REJECTED TO TRUE
                       ADD 1 TO WS-TBL-WD-COUNT (WS-ACCT-IDX)
                       ADD AMOUNT TO WS-TBL-WD-AMOUNT (WS-ACCT-IDX)
                   END-IF
                   IF TRAN-CHANNEL-LEGAL
                       PERFORM 2270-DRAW-LEGAL-HOLD THRU 2270-EXIT
                   END-IF
                   IF WS-PROSPECTIVE-BALANCE < ZERO
                       AND NOT WS-ODP-COVERED
                       AND WS-TBL-CATEGORY (WS-ACCT-IDX) NOT = 'LC'
                       AND NOT TRAN-CHANNEL-DEBIT-INTEREST
                       SET WS-TRAN-OVERDRAWN TO TRUE
                   END-IF
               END-IF
           EXIT.

      *-----------------------------------------------------------*
      * 2230-SUM-UNCLEARED-FUNDS - the total still on hold for the
      * account in WS-HOLD-FOR-ACCOUNT.
      *-----------------------------------------------------------*
       2230-SUM-UNCLEARED-FUNDS.
           MOVE ZERO TO WS-UNCLEARED-TOTAL

       2240-SUM-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB
           IF WS-HLD-ACCOUNT-ID (WS-HOLD-SUB) = WS-HOLD-FOR-ACCOUNT
               AND WS-HLD-AMOUNT (WS-HOLD-SUB) > ZERO
               ADD WS-HLD-AMOUNT (WS-HOLD-SUB)
                   TO WS-UNCLEARED-TOTAL
       2240-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2270-DRAW-LEGAL-HOLD - a legal-order remittance debit
      * (LGLREMIT) pays the creditor out of the funds the order
      * held, so the account's legal hold comes down by what it
      * took rather than holding the same money twice.
      *-----------------------------------------------------------*
       2270-DRAW-LEGAL-HOLD.
           MOVE AMOUNT TO WS-LEGAL-DRAW
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 2275-DRAW-ONE-HOLD THRU 2275-EXIT
               UNTIL WS-HOLD-SUB = WS-HOLD-TABLE-ENTRIES
               OR WS-LEGAL-DRAW = ZERO.
       2270-EXIT.
           EXIT.

       2275-DRAW-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB
           IF WS-HLD-ACCOUNT-ID (WS-HOLD-SUB) NOT = ACCOUNT-ID
               OR NOT WS-HLD-LEGAL-ORDER (WS-HOLD-SUB)
               GO TO 2275-EXIT
           END-IF
           IF WS-HLD-AMOUNT (WS-HOLD-SUB) > WS-LEGAL-DRAW
               SUBTRACT WS-LEGAL-DRAW FROM WS-HLD-AMOUNT (WS-HOLD-SUB)
               MOVE ZERO TO WS-LEGAL-DRAW
           ELSE
               SUBTRACT WS-HLD-AMOUNT (WS-HOLD-SUB) FROM WS-LEGAL-DRAW
               MOVE ZERO TO WS-HLD-AMOUNT (WS-HOLD-SUB)
           END-IF.
       2275-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2260-ATTEMPT-ODP-COVER - can the designated protection
      * account cover this debit's shortfall?  Its funds are the
               MOVE ACCOUNT-ID TO HLD-ACCOUNT-ID
               MOVE UID TO HLD-UID
               MOVE AMOUNT TO HLD-AMOUNT
               MOVE ZERO TO HLD-V1-AMOUNT
               SET HLD-RECORD-VERSION-2 TO TRUE
               MOVE WS-HLD-RELEASE-DT (WS-HOLD-SUB)
                   TO HLD-RELEASE-DATE
               IF NOT WS-SIMULATED-RUN
           MOVE ACCOUNT-ID TO PLG-ACCOUNT-ID
           MOVE TRAN-TYPE TO PLG-TRAN-TYPE
           MOVE AMOUNT TO PLG-AMOUNT
           MOVE ZERO TO PLG-V1-MONEY
           SET PLG-RECORD-VERSION-2 TO TRUE
           MOVE START-BALANCE TO PLG-START-BALANCE
           MOVE END-BALANCE TO PLG-END-BALANCE
           MOVE 'POSTED  ' TO PLG-RESULT
           MOVE ACCOUNT-ID TO PLG-ACCOUNT-ID
           MOVE TRAN-TYPE TO PLG-TRAN-TYPE
           MOVE AMOUNT TO PLG-AMOUNT
           MOVE ZERO TO PLG-V1-MONEY
           SET PLG-RECORD-VERSION-2 TO TRUE
           MOVE START-BALANCE TO PLG-START-BALANCE
           MOVE END-BALANCE TO PLG-END-BALANCE
           MOVE 'REJECTED' TO PLG-RESULT
           MOVE ACCOUNT-ID TO SUS-ACCOUNT-ID
           MOVE TRAN-TYPE TO SUS-TRAN-TYPE
           MOVE AMOUNT TO SUS-AMOUNT
           MOVE ZERO TO SUS-V1-MONEY
           SET SUS-RECORD-VERSION-2 TO TRUE
           MOVE START-BALANCE TO SUS-START-BALANCE
           MOVE WS-REJECT-REASON TO SUS-REASON
           MOVE WS-TODAY-DATE TO SUS-DATE
      * amount withdrawn at the contract rate, generated as an FE
      * for the next run the way the overdraft fee is.  The
      * penalty is computed here, before the fee builder reuses
      * the record area.  No penalty is charged inside the grace
      * window TDMATURE opens after a roll-over.
      *-----------------------------------------------------------*
       2940-CHECK-EARLY-WITHDRAWAL.
           IF WS-SIMULATED-RUN
               OR TDP-MATURITY-DATE NOT > WS-TODAY-DATE
               GO TO 2940-EXIT
           END-IF
           IF TDP-GRACE-END-DATE NUMERIC
               AND TDP-GRACE-END-DATE NOT < WS-TODAY-DATE
               GO TO 2940-EXIT
           END-IF
           COMPUTE WS-PENALTY-AMOUNT ROUNDED =
               AMOUNT * TDP-CONTRACT-RATE * 30 / 365
           IF WS-PENALTY-AMOUNT > ZERO
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
       2960-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2965-WRITE-RECOVERY-OFFSET - a deposit just posted to a
      * charged-off account is a recovery.  The debit that takes
      * it back off the account is written unposted for the next
      * run, the way the overdraft fee is, on channel RC so GLEXTR
      * journals it to the recovery account and CHGOPOST picks it
      * up for the recovery report.  It carries the supervisor
      * override: the bank's own entry is not held to the
      * deposit's uncleared-funds hold.
      *-----------------------------------------------------------*
       2965-WRITE-RECOVERY-OFFSET.
           IF WS-SIMULATED-RUN
               GO TO 2965-EXIT
           END-IF
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - RECOVERY OFFSET '
                   'NOT GENERATED FOR ' ACCOUNT-ID
               MOVE 16 TO RETURN-CODE
               GO TO 2965-EXIT
           END-IF
           MOVE ACCOUNT-ID TO WS-RECOVERY-ACCOUNT-ID
           MOVE AMOUNT TO WS-RECOVERY-AMOUNT
           MOVE WS-NEXT-FEE-UID TO UID
           IF WS-NEXT-FEE-UID = WS-FEE-UID-LIMIT
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-FEE-UID
           END-IF
           MOVE WS-RECOVERY-ACCOUNT-ID TO ACCOUNT-ID
           MOVE SPACES TO DESC
           STRING 'CHARGE-OFF RECOVERY' DELIMITED BY SIZE INTO DESC
           MOVE 'WD' TO TRAN-TYPE
           MOVE WS-RECOVERY-AMOUNT TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'TRANPOST' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           SET TRAN-CHANNEL-RECOVERY TO TRUE
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           SET TRAN-SUPERVISOR-OVERRIDE TO TRUE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, RECOVERY OFFSET '
                       'SKIPPED: ' UID
               NOT INVALID KEY
                   ADD 1 TO WS-RECOVERY-COUNT
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   PERFORM 2700-WRITE-INDEX-ENTRY THRU 2700-EXIT
           END-WRITE.
       2965-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2980-STAMP-MASTER-BALANCE - carry the account's running
      * balance onto its master the moment a posting lands (or a
      * pair leg is backed out): the ledger balance, the total
      * still on uncleared hold, the available balance between
      * them, the business date, and the UID that moved it.  Done
      * per posting rather than at end of run so a restart after
      * an abend, which skips the checkpointed records, seeds its
      * running balance from a master that already reflects them.
      *-----------------------------------------------------------*
       2980-STAMP-MASTER-BALANCE.
           IF WS-SIMULATED-RUN
               GO TO 2980-EXIT
           END-IF
           MOVE WS-TBL-ACCOUNT-ID (WS-ACCT-IDX) TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 2980-EXIT
           END-READ
           MOVE WS-TBL-ACCOUNT-ID (WS-ACCT-IDX) TO WS-HOLD-FOR-ACCOUNT
           PERFORM 2230-SUM-UNCLEARED-FUNDS THRU 2230-EXIT
           MOVE WS-TBL-BALANCE (WS-ACCT-IDX) TO ACCT-LEDGER-BALANCE
           MOVE WS-UNCLEARED-TOTAL TO ACCT-UNCLEARED-TOTAL
           COMPUTE ACCT-AVAILABLE-BALANCE =
               ACCT-LEDGER-BALANCE - ACCT-UNCLEARED-TOTAL
           MOVE WS-TODAY-DATE TO ACCT-BALANCE-DATE
           MOVE UID TO ACCT-BALANCE-LAST-UID
           REWRITE ACCOUNT-MASTER-RECORD.
       2980-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-CHECK-CONTROL-TOTALS - compare what was actually
      * posted against the control card read at start of run.
       8550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8600-REFRESH-RELEASED-HOLDS - an account whose hold cleared
      * tonight has more available than its master says, whether
      * or not anything posted to it.  The uncleared total is
      * summed again from the surviving holds and the available
      * balance recomputed against the ledger balance already on
      * the master.  An account outside this partition, or whose
      * balance block was never stamped, is left alone.
      *-----------------------------------------------------------*
       8600-REFRESH-RELEASED-HOLDS.
           IF WS-SIMULATED-RUN
               GO TO 8600-EXIT
           END-IF
           MOVE ZERO TO WS-RELEASED-SUB
           PERFORM 8650-REFRESH-ONE-ACCOUNT THRU 8650-EXIT
               UNTIL WS-RELEASED-SUB = WS-RELEASED-ENTRIES.
       8600-EXIT.
           EXIT.

       8650-REFRESH-ONE-ACCOUNT.
           ADD 1 TO WS-RELEASED-SUB
           MOVE WS-RELEASED-ACCOUNT (WS-RELEASED-SUB)
               TO WS-HOLD-FOR-ACCOUNT
           IF WS-HOLD-FOR-ACCOUNT < WS-PARTITION-FROM
               OR WS-HOLD-FOR-ACCOUNT > WS-PARTITION-TO
               GO TO 8650-EXIT
           END-IF
           MOVE WS-HOLD-FOR-ACCOUNT TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 8650-EXIT
           END-READ
           IF ACCT-BALANCE-DATE = ZERO
               GO TO 8650-EXIT
           END-IF
           PERFORM 2230-SUM-UNCLEARED-FUNDS THRU 2230-EXIT
           MOVE WS-UNCLEARED-TOTAL TO ACCT-UNCLEARED-TOTAL
           COMPUTE ACCT-AVAILABLE-BALANCE =
               ACCT-LEDGER-BALANCE - ACCT-UNCLEARED-TOTAL
           REWRITE ACCOUNT-MASTER-RECORD.
       8650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8700-WRITE-FUNDS-HOLDS - the surviving holds, old and new,
      * become the whole of the hold file for the next run.  On a
                   > WS-PARTITION-TO)
               GO TO 8750-EXIT
           END-IF
      *    A hold emptied by a backed-out deposit leg is dropped.
           IF WS-HLD-AMOUNT (WS-HOLD-SUB) = ZERO
               GO TO 8750-EXIT
           END-IF
           MOVE WS-HLD-ACCOUNT-ID (WS-HOLD-SUB) TO HLD-ACCOUNT-ID
           MOVE WS-HLD-UID (WS-HOLD-SUB) TO HLD-UID
           MOVE WS-HLD-AMOUNT (WS-HOLD-SUB) TO HLD-AMOUNT
           MOVE ZERO TO HLD-V1-AMOUNT
           SET HLD-RECORD-VERSION-2 TO TRUE
           MOVE WS-HLD-RELEASE-DT (WS-HOLD-SUB) TO HLD-RELEASE-DATE
           WRITE FUNDS-HOLD-RECORD.
       8750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8800-LOWER-POSTING-FLAG - this run is done with the
      * transaction file: its partition's line(s) come off the
      * posting-run file, and any other partition still running
      * keeps its own.
      *-----------------------------------------------------------*
       8800-LOWER-POSTING-FLAG.
           MOVE ZERO TO WS-PR-TABLE-ENTRIES
           MOVE 'N' TO WS-PR-EOF-SW
           OPEN INPUT POSTING-RUN
           IF NOT WS-PR-OK
               GO TO 8800-EXIT
           END-IF
           PERFORM 8850-KEEP-ONE-POSTING-RUN THRU 8850-EXIT
               UNTIL WS-END-OF-POSTING-RUNS
           CLOSE POSTING-RUN
           OPEN OUTPUT POSTING-RUN
           MOVE ZERO TO WS-PR-SUB
           PERFORM 8870-WRITE-ONE-POSTING-RUN THRU 8870-EXIT
               UNTIL WS-PR-SUB = WS-PR-TABLE-ENTRIES
           CLOSE POSTING-RUN.
       8800-EXIT.
           EXIT.

       8850-KEEP-ONE-POSTING-RUN.
           READ POSTING-RUN
               AT END
                   SET WS-END-OF-POSTING-RUNS TO TRUE
               NOT AT END
                   IF PRN-PARTITION-NUMBER NOT = WS-PARTITION-NUMBER
                       AND WS-PR-TABLE-ENTRIES < 99
                       ADD 1 TO WS-PR-TABLE-ENTRIES
                       MOVE POSTING-RUN-RECORD
                           TO WS-PR-ENTRY (WS-PR-TABLE-ENTRIES)
                   END-IF
           END-READ.
       8850-EXIT.
           EXIT.

       8870-WRITE-ONE-POSTING-RUN.
           ADD 1 TO WS-PR-SUB
           MOVE WS-PR-ENTRY (WS-PR-SUB) TO POSTING-RUN-RECORD
           WRITE POSTING-RUN-RECORD.
       8870-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
           IF WS-RUN-STARTED
               PERFORM 8000-CHECK-CONTROL-TOTALS THRU 8000-EXIT
               PERFORM 8500-STAMP-LAST-ACTIVITY THRU 8500-EXIT
               PERFORM 8600-REFRESH-RELEASED-HOLDS THRU 8600-EXIT
               PERFORM 8700-WRITE-FUNDS-HOLDS THRU 8700-EXIT
               PERFORM 8800-LOWER-POSTING-FLAG THRU 8800-EXIT
               IF WS-SIMULATED-RUN
                   DISPLAY 'SIMULATED RUN - FORECAST ONLY, '
                       'NOTHING WAS REWRITTEN'
               DISPLAY 'TRANSACTIONS REJECTED FOR OVERDRAFT: '
                   WS-REJECTED-COUNT
               DISPLAY 'OVERDRAFT FEES GENERATED: ' WS-FEE-COUNT
               DISPLAY 'CHARGE-OFF RECOVERIES TAKEN: '
                   WS-RECOVERY-COUNT
               DISPLAY 'PROTECTION TRANSFERS GENERATED: '
                   WS-ODP-PAIR-COUNT
               DISPLAY 'ACCOUNTS AUTO-ADDED FOR REVIEW: '
                   WS-AUTO-ADDED-COUNT
               DISPLAY 'LEGAL ORDER HOLDS PLACED: '
                   WS-LEGAL-HOLD-COUNT
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE TRANSACTION-SEQUENCE
           END-IF
           IF WS-TERMDEP-PRESENT
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF WS-CREDIT-LINES-PRESENT
               CLOSE CREDIT-LINE-FILE
           END-IF
           IF WS-LEGAL-PRESENT
               CLOSE LEGAL-ORDER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
