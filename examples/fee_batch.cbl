      * DATE-WRITTEN: 2026-02-15
      * DATE-COMPILED: 2026-02-15
      *
      * Month-end service-fee run.  Takes each account's current
      * balance off the ledger balance TRANPOST carries on the
      * account master, then for every account carrying a fee-
      * schedule code
      * generates an unposted TRAN-TYPE 'FE' transaction for the
      * scheduled amount, drawing UIDs from the shared UIDSEQ log.
      * A fee whose schedule carries a waiver threshold is waived
      *                    stop being charged and refunded by
      *                    hand.  A missing link file just means
      *                    no relationships are on file.
      *   2026-10-15  RLB  The transaction-file sort is gone.  An
      *                    account's balance is the ledger
      *                    balance TRANPOST carries on the
      *                    master, and the relationship waiver's
      *                    balance table is loaded in one pass of
      *                    the master before billing starts.
      *   2026-10-15  RLB  A charged-off account is no longer
      *                    billed.
      *   2026-10-15  RLB  The month is billed once.  The run is
      *                    checked against the period-run ledger
      *                    (PERRUN) through PERGUARD and recorded
      *                    on it at the end with its fee count
      *                    and total; a second run for the month
      *                    is refused unless a supervisor's force
      *                    card names the prior run, and even
      *                    then only once every fee that run
      *                    wrote is shown rejected or reversed.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted; records written as version
      *                    02; money work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEBATCH.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FSC-FEE-CODE
               FILE STATUS IS WS-FEE-FILE-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
       FD  FEE-SCHEDULE-FILE.
       COPY "feesched.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.
           88  WS-AF-OK                       VALUE '00'.
       01  WS-FEE-FILE-STATUS       PIC X(02).
           88  WS-FF-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-ACCOUNTS               VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
               10  WS-LNK-ACCOUNT-ID   PIC 9(07).
       01  WS-LINK-SUB              PIC 9(04).
       01  WS-REL-CUSTOMER-ID       PIC 9(07).
       01  WS-RELATIONSHIP-BALANCE  PIC S9(13)V9(02).
       01  WS-LOOKUP-ACCOUNT-ID     PIC 9(07).
       01  WS-LOOKUP-BALANCE        PIC S9(11)V9(02).
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PLG-OK                      VALUE '00'.
       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           05  WS-BALANCE-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-BAL-IDX.
               10  WS-TBL-ACCOUNT-ID   PIC 9(07).
               10  WS-TBL-BALANCE      PIC S9(11)V9(02).
       01  WS-FOUND-SW              PIC X(01).
           88  WS-BALANCE-FOUND               VALUE 'Y'.
       01  WS-ACCOUNT-BALANCE       PIC S9(11)V9(02).
       01  WS-FEE-AMOUNT-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
       COPY "perguard.cpy" REPLACING PERIOD-GUARD-PARM
           BY WS-PERIOD-GUARD-PARM.
       01  WS-TRAN-SCAN-EOF-SW      PIC X(01).
           88  WS-END-OF-TRAN-SCAN            VALUE 'Y'.
       01  WS-PRIOR-OVERFLOW-SW     PIC X(01).
           88  WS-PRIOR-TABLE-FULL            VALUE 'Y'.
       01  WS-PRIOR-OUTSTANDING     PIC 9(05).
       01  WS-PRIOR-SUB             PIC 9(04).
       01  WS-PRIOR-TABLE-ENTRIES   PIC 9(04) VALUE ZERO.
       01  WS-PRIOR-TABLE.
           05  WS-PRIOR-ENTRY OCCURS 5000 TIMES.
               10  WS-PRIOR-UID        PIC 9(05).
               10  WS-PRIOR-REVERSED-SW PIC X(01).
                   88  WS-PRIOR-REVERSED          VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-END-OF-ACCOUNTS
               PERFORM 3000-BUILD-BALANCE-TABLE THRU 3000-EXIT
           END-IF
           PERFORM 4000-BILL-ACCOUNTS THRU 4000-EXIT
               UNTIL WS-END-OF-ACCOUNTS
           PERFORM 4800-COLLECT-ANALYSIS-FEES THRU 4800-EXIT
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACES TO WS-PERIOD-GUARD-PARM
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT FEE-SCHEDULE-FILE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT
               PERFORM 1100-CHECK-PERIOD-RUN THRU 1100-EXIT
               IF PGD-REFUSED
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-ACCOUNTS TO TRUE
               ELSE
                   OPEN EXTEND FEE-ACTIVITY
                   IF WS-FA-NOT-FOUND
                       OPEN OUTPUT FEE-ACTIVITY
                   END-IF
                   PERFORM 1300-LOAD-ACTIVITY-COUNTS THRU 1300-EXIT
                   PERFORM 1400-LOAD-RELATIONSHIP-LINKS
                       THRU 1400-EXIT
                   PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-CHECK-PERIOD-RUN - the month is billed once.  The
      * period is the month of the reporting period's end (of
      * the business date when no card gives a period); PERGUARD
      * refuses a second run for it unless a supervisor's force
      * card names the prior run, and then the prior run's fees
      * must be shown backed out before anything is billed.
      *-----------------------------------------------------------*
       1100-CHECK-PERIOD-RUN.
           MOVE 'FEEBATCH' TO PGD-PROGRAM-NAME
           MOVE SPACES TO PGD-PERIOD
           IF WS-PERIOD-END = 99999999
               MOVE WS-TODAY-DATE(1:6) TO PGD-PERIOD
           ELSE
               MOVE WS-PERIOD-END(1:6) TO PGD-PERIOD
           END-IF
           MOVE WS-TODAY-DATE TO PGD-BUSINESS-DATE
           SET PGD-CHECK-PERIOD TO TRUE
           CALL 'PERGUARD' USING WS-PERIOD-GUARD-PARM
           IF PGD-FORCED-RUN
               PERFORM 1150-PROVE-PRIOR-BACKED-OUT THRU 1150-EXIT
           END-IF
           IF PGD-REFUSED
               DISPLAY 'FEE RUN REFUSED FOR PERIOD ' PGD-PERIOD
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1150-PROVE-PRIOR-BACKED-OUT - every fee the prior run
      * wrote (entered by FEEBATCH, loaded on its business date)
      * must have been rejected before it posted or be offset by
      * a reversal pointing back at it.  One still standing, or
      * more than the table can hold to prove, refuses the rerun.
      *-----------------------------------------------------------*
       1150-PROVE-PRIOR-BACKED-OUT.
           MOVE ZERO TO WS-PRIOR-TABLE-ENTRIES
           MOVE 'N' TO WS-PRIOR-OVERFLOW-SW
           MOVE ZERO TO UID
           MOVE 'N' TO WS-TRAN-SCAN-EOF-SW
           START TRANSACTION-FILE KEY NOT LESS THAN UID
               INVALID KEY
                   SET WS-END-OF-TRAN-SCAN TO TRUE
           END-START
           PERFORM 1160-COLLECT-PRIOR-FEE THRU 1160-EXIT
               UNTIL WS-END-OF-TRAN-SCAN
           IF WS-PRIOR-TABLE-FULL
               DISPLAY 'PRIOR RUN TOO LARGE TO PROVE BACKED OUT - '
                   'RERUN REFUSED'
               SET PGD-REFUSED TO TRUE
               GO TO 1150-EXIT
           END-IF
           IF WS-PRIOR-TABLE-ENTRIES = ZERO
               GO TO 1150-EXIT
           END-IF
           MOVE ZERO TO UID
           MOVE 'N' TO WS-TRAN-SCAN-EOF-SW
           START TRANSACTION-FILE KEY NOT LESS THAN UID
               INVALID KEY
                   SET WS-END-OF-TRAN-SCAN TO TRUE
           END-START
           PERFORM 1170-MARK-REVERSED-FEE THRU 1170-EXIT
               UNTIL WS-END-OF-TRAN-SCAN
           MOVE ZERO TO WS-PRIOR-OUTSTANDING
           MOVE ZERO TO WS-PRIOR-SUB
           PERFORM 1190-COUNT-OUTSTANDING THRU 1190-EXIT
               UNTIL WS-PRIOR-SUB = WS-PRIOR-TABLE-ENTRIES
           IF WS-PRIOR-OUTSTANDING > ZERO
               DISPLAY WS-PRIOR-OUTSTANDING ' FEES OF THE PRIOR '
                   'RUN NOT BACKED OUT - RERUN REFUSED'
               SET PGD-REFUSED TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.

       1160-COLLECT-PRIOR-FEE.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TRAN-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-ENTERED-BY = 'FEEBATCH'
                       AND TRAN-LOAD-DATE = PGD-PRIOR-BUS-DATE
                       AND NOT TRAN-POST-REJECTED
                       IF WS-PRIOR-TABLE-ENTRIES = 5000
                           SET WS-PRIOR-TABLE-FULL TO TRUE
                       ELSE
                           ADD 1 TO WS-PRIOR-TABLE-ENTRIES
                           MOVE UID TO
                               WS-PRIOR-UID (WS-PRIOR-TABLE-ENTRIES)
                           MOVE 'N' TO WS-PRIOR-REVERSED-SW
                               (WS-PRIOR-TABLE-ENTRIES)
                       END-IF
                   END-IF
           END-READ.
       1160-EXIT.
           EXIT.

       1170-MARK-REVERSED-FEE.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TRAN-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF REVERSAL-OF-UID NOT = ZERO
                       AND NOT TRAN-POST-REJECTED
                       MOVE ZERO TO WS-PRIOR-SUB
                       PERFORM 1180-MATCH-ONE-PRIOR THRU 1180-EXIT
                           UNTIL WS-PRIOR-SUB = WS-PRIOR-TABLE-ENTRIES
                   END-IF
           END-READ.
       1170-EXIT.
           EXIT.

       1180-MATCH-ONE-PRIOR.
           ADD 1 TO WS-PRIOR-SUB
           IF WS-PRIOR-UID (WS-PRIOR-SUB) = REVERSAL-OF-UID
               SET WS-PRIOR-REVERSED (WS-PRIOR-SUB) TO TRUE
           END-IF.
       1180-EXIT.
           EXIT.

       1190-COUNT-OUTSTANDING.
           ADD 1 TO WS-PRIOR-SUB
           IF NOT WS-PRIOR-REVERSED (WS-PRIOR-SUB)
               ADD 1 TO WS-PRIOR-OUTSTANDING
           END-IF.
       1190-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-ACTIVITY-COUNTS - count the month's posted items
      * per account and transaction type off the posting log,
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       AND PLG-POST-DATE NOT < WS-PERIOD-START
                       AND PLG-POST-DATE NOT > WS-PERIOD-END
           EXIT.

      *-----------------------------------------------------------*
      * 3000-BUILD-BALANCE-TABLE - one pass of the master gathers
      * every account's carried ledger balance for the relationship
      * waiver, which needs the balances of accounts other than the
      * one being billed; the master is then repositioned to its
      * first record for the billing pass.
      *-----------------------------------------------------------*
       3000-BUILD-BALANCE-TABLE.
           PERFORM 3100-LOAD-ONE-BALANCE THRU 3100-EXIT
               UNTIL WS-END-OF-ACCOUNTS
           MOVE 'N' TO WS-ACCT-EOF-SW
           MOVE ZERO TO ACCT-ACCOUNT-ID
           START ACCOUNT-MASTER KEY NOT LESS THAN ACCT-ACCOUNT-ID
               INVALID KEY
                   SET WS-END-OF-ACCOUNTS TO TRUE
           END-START.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-BALANCE.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-ACCOUNTS TO TRUE
               NOT AT END
                   IF WS-BALANCE-TABLE-ENTRIES = 500
                       DISPLAY 'BALANCE TABLE FULL, ACCOUNT NOT '
                           'LOADED: ' ACCT-ACCOUNT-ID
                   ELSE
                       ADD 1 TO WS-BALANCE-TABLE-ENTRIES
                       SET WS-BAL-IDX TO WS-BALANCE-TABLE-ENTRIES
                       MOVE ACCT-ACCOUNT-ID TO
                           WS-TBL-ACCOUNT-ID (WS-BAL-IDX)
                       MOVE ACCT-LEDGER-BALANCE TO
                           WS-TBL-BALANCE (WS-BAL-IDX)
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-BILL-ACCOUNTS - for each account carrying a fee-
      * schedule code, look the schedule up and bill or waive it.
      * Closed and charged-off accounts are not billed.
      *-----------------------------------------------------------*
       4000-BILL-ACCOUNTS.
           READ ACCOUNT-MASTER NEXT RECORD
               NOT AT END
                   IF ACCT-FEE-SCHEDULE NOT = SPACES
                       AND NOT ACCT-STATUS-CLOSED
                       AND NOT ACCT-STATUS-CHARGED-OFF
                       PERFORM 4100-BILL-ONE-ACCOUNT THRU 4100-EXIT
                   END-IF
           END-READ.

      *-----------------------------------------------------------*
      * 4200-FIND-BALANCE - the account's current balance is the
      * ledger balance carried on its master; an account with no
      * posted activity carries zero and is billed as holding it.
      *-----------------------------------------------------------*
       4200-FIND-BALANCE.
           MOVE ACCT-LEDGER-BALANCE TO WS-ACCOUNT-BALANCE.
       4200-EXIT.
           EXIT.

           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, ITEM FEE SKIPPED: ' UID
               NOT INVALID KEY
                   ADD 1 TO WS-ITEM-BILLED-COUNT
                   ADD WS-ITEM-FEE-TOTAL TO WS-FEE-AMOUNT-TOTAL
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   MOVE 'I' TO FEA-ACTION
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                       'SKIPPED: ' UID
               NOT INVALID KEY
                   ADD 1 TO WS-ANAL-BILLED-COUNT
                   ADD AND-NET-FEE TO WS-FEE-AMOUNT-TOTAL
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   MOVE WS-TODAY-DATE TO FEA-DATE
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, FEE SKIPPED: ' UID
               NOT INVALID KEY
                   ADD 1 TO WS-BILLED-COUNT
                   ADD FSC-AMOUNT TO WS-FEE-AMOUNT-TOTAL
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   MOVE 'B' TO FEA-ACTION
           DISPLAY 'ITEM FEES GENERATED: ' WS-ITEM-BILLED-COUNT
           DISPLAY 'ANALYSIS FEES COLLECTED: '
               WS-ANAL-BILLED-COUNT
           IF PGD-FIRST-RUN OR PGD-FORCED-RUN
               PERFORM 9100-RECORD-PERIOD-RUN THRU 9100-EXIT
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE FEE-SCHEDULE-FILE
           CLOSE FEE-ACTIVITY.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-RECORD-PERIOD-RUN - the run onto the period-run
      * ledger with every fee it wrote and their total, whatever
      * its return code; a run that went ahead has billed.
      *-----------------------------------------------------------*
       9100-RECORD-PERIOD-RUN.
           COMPUTE PGD-RECORD-COUNT = WS-BILLED-COUNT
               + WS-ITEM-BILLED-COUNT + WS-ANAL-BILLED-COUNT
           MOVE WS-FEE-AMOUNT-TOTAL TO PGD-AMOUNT-TOTAL
           MOVE RETURN-CODE TO PGD-RETURN-CODE
           SET PGD-RECORD-RUN TO TRUE
           CALL 'PERGUARD' USING WS-PERIOD-GUARD-PARM
           MOVE PGD-RETURN-CODE TO RETURN-CODE
           IF NOT PGD-RECORDED
               DISPLAY 'FEE RUN NOT RECORDED ON THE PERIOD-RUN '
                   'LEDGER'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.
