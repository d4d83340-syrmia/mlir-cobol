      *-----------------------------------------------------------*
      * PROGRAM:      RTNDLOAD
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Returned deposited item intake.  Reads the clearing
      * house's file of checks our customers deposited that the
      * paying bank has sent back unpaid (RTNITEM.CPY) and charges
      * each one back to its depositor.
      *
      * An item is tied to its deposit through the item sequence
      * number captured with it, which is the deposit's UID: the
      * deposit must be on the transaction file, posted, a DE to
      * the item's account, and at least the item's amount.  For
      * each item that ties up:
      *   - an unposted WD for the returned amount is loaded for
      *     the normal TRANSORT/TRANPOST path, its REVERSAL-OF-UID
      *     pointing at the deposit.  The money is already gone,
      *     so it carries the supervisor override flag and posts
      *     into overdraft rather than bouncing to suspense;
      *   - the returned-item fee on fee schedule RITM is loaded
      *     behind it as an unposted FE and written to the fee
      *     activity log.  No schedule on file charges no fee;
      *   - any hold still on HOLDFILE for the deposit comes off
      *     and the account's uncleared total and available
      *     balance are restated without it;
      *   - the chargeback is appended to CHGBACK.CPY, which
      *     NOTICERN reads to tell the customer and RTNDRPT reads
      *     for the branch repeat-return report.
      * An item that does not tie up is listed and the run ends
      * with a warning; it is worked by hand.  An item already on
      * the chargeback log is passed over, so a resent file does
      * not charge anyone twice.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through HOLDWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted; records written as version
      *                    02; money work fields widened.
      *   2026-10-15  RLB  A legal-order hold or wire reservation
      *                    filed under the returned deposit's
      *                    number is no longer dropped with the
      *                    deposit's hold.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNDLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-ITEM-FILE ASSIGN TO "RTNITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT FEE-SCHEDULE-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FSC-FEE-CODE
               FILE STATUS IS WS-FEE-SCHED-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT CHARGEBACK-LOG ASSIGN TO "CHGBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.
           SELECT FEE-ACTIVITY ASSIGN TO "FEEACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ACT-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-ITEM-FILE.
       COPY "rtnitem.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  FEE-SCHEDULE-FILE.
       COPY "feesched.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "holdfile.cpy".

       FD  CHARGEBACK-LOG.
       COPY "chgback.cpy".

       FD  FEE-ACTIVITY.
       COPY "feeact.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS           PIC X(02).
           88  WS-IT-OK                       VALUE '00'.
           88  WS-IT-NOT-FOUND                VALUE '35'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-FEE-SCHED-STATUS      PIC X(02).
           88  WS-FS-OK                       VALUE '00'.
       01  WS-HOLD-FILE-STATUS      PIC X(02).
           88  WS-HF-OK                       VALUE '00'.
       01  WS-CHARGEBACK-STATUS     PIC X(02).
           88  WS-CB-OK                       VALUE '00'.
           88  WS-CB-NOT-FOUND                VALUE '35'.
       01  WS-FEE-ACT-STATUS        PIC X(02).
           88  WS-FA-NOT-FOUND                VALUE '35'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-FEE-FOUND-SW          PIC X(01) VALUE 'N'.
           88  WS-FEE-FOUND                   VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-ITEMS                VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-HOLDS                VALUE 'Y'.
       01  WS-CBK-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-CHARGEBACKS          VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-ITEMS-READ            PIC 9(07) VALUE ZERO.
       01  WS-CHARGED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-CHARGED-AMOUNT        PIC 9(08)V9(02) VALUE ZERO.
       01  WS-FEE-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-DUPLICATE-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-HOLDS-DROPPED         PIC 9(05) VALUE ZERO.
       01  WS-UNMATCHED-REASON      PIC X(24).
       01  WS-CHARGEBACK-UID        PIC 9(05).
       01  WS-DEPOSIT-BRANCH        PIC 9(03).
       01  WS-HOLD-RELEASED         PIC 9(11)V9(02).
       01  WS-HOLD-SUB              PIC 9(04).
       01  WS-HOLD-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-ACCOUNT-ID   PIC 9(07).
               10  WS-HLD-UID          PIC 9(05).
               10  WS-HLD-AMOUNT       PIC 9(11)V9(02).
               10  WS-HLD-RELEASE-DT   PIC 9(08).
       01  WS-DONE-SW               PIC X(01).
           88  WS-ALREADY-CHARGED             VALUE 'Y'.
       01  WS-DONE-SUB              PIC 9(04).
       01  WS-DONE-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-DONE-TABLE.
           05  WS-DONE-ENTRY OCCURS 2000 TIMES.
               10  WS-DON-DEPOSIT-UID  PIC 9(05).
               10  WS-DON-CHECK-SERIAL PIC 9(08).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-PROCESS-ITEMS THRU 2000-EXIT
                   UNTIL WS-END-OF-ITEMS
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no return-item file means nothing came
      * back today.  The chargebacks already taken and the holds
      * are loaded before anything is charged; a hold file too
      * big for the table stops the run before any item is
      * touched, since a hold it could not see would be left on.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN INPUT RETURN-ITEM-FILE
           IF WS-IT-NOT-FOUND
               DISPLAY 'NO RETURNED ITEM FILE - NOTHING CHARGED BACK'
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O TRANSACTION-FILE
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-IT-OK OR NOT WS-TF-OK OR NOT WS-AF-OK
               DISPLAY 'UNABLE TO OPEN RETURNED ITEM FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT FEE-SCHEDULE-FILE
           IF WS-FS-OK
               MOVE 'RITM' TO FSC-FEE-CODE
               READ FEE-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FSC-AMOUNT > ZERO
                           SET WS-FEE-FOUND TO TRUE
                       END-IF
               END-READ
               CLOSE FEE-SCHEDULE-FILE
           END-IF
           IF NOT WS-FEE-FOUND
               DISPLAY 'NO RETURNED ITEM FEE ON SCHEDULE RITM - '
                   'NO FEES CHARGED'
           END-IF
           OPEN INPUT FUNDS-HOLD-FILE
           IF WS-HF-OK
               PERFORM 1100-LOAD-ONE-HOLD THRU 1100-EXIT
                   UNTIL WS-END-OF-HOLDS
               CLOSE FUNDS-HOLD-FILE
           END-IF
           IF NOT WS-RUN-OK
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CHARGEBACK-LOG
           IF WS-CB-OK
               PERFORM 1200-LOAD-ONE-CHARGEBACK THRU 1200-EXIT
                   UNTIL WS-END-OF-CHARGEBACKS
               CLOSE CHARGEBACK-LOG
           END-IF
           OPEN EXTEND CHARGEBACK-LOG
           IF WS-CB-NOT-FOUND
               OPEN OUTPUT CHARGEBACK-LOG
           END-IF
           OPEN EXTEND FEE-ACTIVITY
           IF WS-FA-NOT-FOUND
               OPEN OUTPUT FEE-ACTIVITY
           END-IF
           PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-HOLD.
           READ FUNDS-HOLD-FILE
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
                   GO TO 1100-EXIT
           END-READ
           CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
           IF WS-HOLD-TABLE-ENTRIES = 500
               DISPLAY 'HOLD FILE EXCEEDS TABLE - NO ITEMS CHARGED'
               MOVE 20 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-HOLDS TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-HOLD-TABLE-ENTRIES
           MOVE WS-HOLD-TABLE-ENTRIES TO WS-HOLD-SUB
           MOVE HLD-ACCOUNT-ID TO WS-HLD-ACCOUNT-ID (WS-HOLD-SUB)
           MOVE HLD-UID TO WS-HLD-UID (WS-HOLD-SUB)
           MOVE HLD-AMOUNT TO WS-HLD-AMOUNT (WS-HOLD-SUB)
           MOVE HLD-RELEASE-DATE TO WS-HLD-RELEASE-DT (WS-HOLD-SUB).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-ONE-CHARGEBACK - the deposit and serial of
      * every item already charged back; past the table's size
      * the oldest are no longer guarded, which a resent file
      * from that far back will not reach.
      *-----------------------------------------------------------*
       1200-LOAD-ONE-CHARGEBACK.
           READ CHARGEBACK-LOG
               AT END
                   SET WS-END-OF-CHARGEBACKS TO TRUE
               NOT AT END
                   IF WS-DONE-TABLE-ENTRIES < 2000
                       ADD 1 TO WS-DONE-TABLE-ENTRIES
                       MOVE WS-DONE-TABLE-ENTRIES TO WS-DONE-SUB
                   ELSE
                       MOVE ZERO TO WS-DONE-SUB
                       PERFORM 1250-SHIFT-ONE-DONE THRU 1250-EXIT
                           UNTIL WS-DONE-SUB = 1999
                       MOVE 2000 TO WS-DONE-SUB
                   END-IF
                   MOVE CBK-DEPOSIT-UID TO
                       WS-DON-DEPOSIT-UID (WS-DONE-SUB)
                   MOVE CBK-CHECK-SERIAL TO
                       WS-DON-CHECK-SERIAL (WS-DONE-SUB)
           END-READ.
       1200-EXIT.
           EXIT.

       1250-SHIFT-ONE-DONE.
           ADD 1 TO WS-DONE-SUB
           MOVE WS-DONE-ENTRY (WS-DONE-SUB + 1) TO
               WS-DONE-ENTRY (WS-DONE-SUB).
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-READ-BUSINESS-DATE - the business date this load is
      * stamped under, off the BUSDATE card; the machine date
      * already in WS-TODAY-DATE stands when no card is supplied.
      *-----------------------------------------------------------*
       1300-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-CARD
           IF WS-BD-OK
               READ BUSINESS-DATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSINESS-DATE-CARD
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-DETERMINE-NEXT-UID - find the highest UID any
      * transaction-generating batch program has issued before, so
      * the chargebacks and fees get UIDs never used.
      *-----------------------------------------------------------*
       1500-DETERMINE-NEXT-UID.
           OPEN INPUT UID-SEQUENCE
           IF WS-SEQ-NOT-FOUND
               MOVE 90000 TO WS-NEXT-UID
           ELSE
               PERFORM 1550-READ-ONE-SEQUENCE THRU 1550-EXIT
                   UNTIL WS-END-OF-SEQUENCE
               CLOSE UID-SEQUENCE
               IF WS-NEXT-UID = ZERO
                   AND NOT WS-UID-RANGE-EXHAUSTED
                   MOVE 90000 TO WS-NEXT-UID
               END-IF
           END-IF
           OPEN EXTEND UID-SEQUENCE.
       1500-EXIT.
           EXIT.

       1550-READ-ONE-SEQUENCE.
           READ UID-SEQUENCE
               AT END
                   SET WS-END-OF-SEQUENCE TO TRUE
               NOT AT END
                   IF SEQ-LAST-UID = 99999
                       SET WS-UID-RANGE-EXHAUSTED TO TRUE
                   ELSE
                       MOVE 'N' TO WS-UID-RANGE-SW
                       COMPUTE WS-NEXT-UID =
                           SEQ-LAST-UID + 1
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-ITEMS - tie the next item to its deposit and
      * charge it back, or list it for hand working.
      *-----------------------------------------------------------*
       2000-PROCESS-ITEMS.
           READ RETURN-ITEM-FILE
               AT END
                   SET WS-END-OF-ITEMS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ITEMS-READ
           PERFORM 2050-CHECK-ALREADY-CHARGED THRU 2050-EXIT
           IF WS-ALREADY-CHARGED
               ADD 1 TO WS-DUPLICATE-COUNT
               DISPLAY 'ITEM ALREADY CHARGED BACK, DEPOSIT '
                   RTI-DEPOSIT-UID ' SERIAL ' RTI-CHECK-SERIAL
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-MATCH-DEPOSIT THRU 2100-EXIT
           IF WS-UNMATCHED-REASON NOT = SPACES
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'RETURNED ITEM NOT CHARGED BACK, DEPOSIT '
                   RTI-DEPOSIT-UID ' ACCOUNT ' RTI-ACCOUNT-ID
                   ' AMOUNT ' RTI-AMOUNT ': ' WS-UNMATCHED-REASON
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-WRITE-CHARGEBACK THRU 2200-EXIT
           IF WS-CHARGEBACK-UID = ZERO
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO CBK-FEE-UID
           MOVE ZERO TO CBK-FEE-AMOUNT
           IF WS-FEE-FOUND
               PERFORM 2300-WRITE-FEE THRU 2300-EXIT
           END-IF
           PERFORM 2400-RELEASE-DEPOSIT-HOLD THRU 2400-EXIT
           PERFORM 2500-LOG-CHARGEBACK THRU 2500-EXIT.
       2000-EXIT.
           EXIT.

       2050-CHECK-ALREADY-CHARGED.
           MOVE 'N' TO WS-DONE-SW
           MOVE ZERO TO WS-DONE-SUB
           PERFORM 2060-TEST-ONE-DONE THRU 2060-EXIT
               UNTIL WS-DONE-SUB = WS-DONE-TABLE-ENTRIES
                   OR WS-ALREADY-CHARGED.
       2050-EXIT.
           EXIT.

       2060-TEST-ONE-DONE.
           ADD 1 TO WS-DONE-SUB
           IF WS-DON-DEPOSIT-UID (WS-DONE-SUB) = RTI-DEPOSIT-UID
               AND WS-DON-CHECK-SERIAL (WS-DONE-SUB)
                   = RTI-CHECK-SERIAL
               SET WS-ALREADY-CHARGED TO TRUE
           END-IF.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-MATCH-DEPOSIT - the deposit the item came in on must
      * be a posted DE to the same account for at least the
      * item's amount, and the account must still be on the
      * master.  A blank WS-UNMATCHED-REASON means it ties up.
      *-----------------------------------------------------------*
       2100-MATCH-DEPOSIT.
           MOVE SPACES TO WS-UNMATCHED-REASON
           IF RTI-AMOUNT = ZERO
               MOVE 'ZERO AMOUNT' TO WS-UNMATCHED-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE RTI-DEPOSIT-UID TO UID
           READ TRANSACTION-FILE
               INVALID KEY
                   MOVE 'NO SUCH DEPOSIT' TO WS-UNMATCHED-REASON
                   GO TO 2100-EXIT
           END-READ
           CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
           IF NOT TRAN-DEPOSIT OR ACCOUNT-ID NOT = RTI-ACCOUNT-ID
               MOVE 'NOT A DEPOSIT TO ACCOUNT' TO WS-UNMATCHED-REASON
               GO TO 2100-EXIT
           END-IF
           IF NOT TRAN-POSTED
               MOVE 'DEPOSIT NOT POSTED' TO WS-UNMATCHED-REASON
               GO TO 2100-EXIT
           END-IF
           IF RTI-AMOUNT > AMOUNT
               MOVE 'ITEM EXCEEDS DEPOSIT' TO WS-UNMATCHED-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE RTI-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-UNMATCHED-REASON
                   GO TO 2100-EXIT
           END-READ
           MOVE ACCT-BRANCH-CODE TO WS-DEPOSIT-BRANCH.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WRITE-CHARGEBACK - the returned amount comes back
      * off the depositor as an unposted WD linked to the
      * deposit.  The override flag lets TRANPOST post it past
      * the overdraft limit and the uncleared-funds check; the
      * item is already lost and is not the customer's to refuse.
      *-----------------------------------------------------------*
       2200-WRITE-CHARGEBACK.
           MOVE ZERO TO WS-CHARGEBACK-UID
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - ITEM NOT CHARGED BACK: '
                   RTI-DEPOSIT-UID
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE SPACES TO DESC
           STRING 'RETURNED ITEM ' RTI-RETURN-REASON
               ' OF ' RTI-DEPOSIT-UID
               DELIMITED BY SIZE INTO DESC
           MOVE 'WD' TO TRAN-TYPE
           MOVE RTI-AMOUNT TO AMOUNT
           MOVE RTI-ACCOUNT-ID TO ACCOUNT-ID
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE RTI-DEPOSIT-UID TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'RTNDLOAD' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           MOVE SPACES TO TRAN-CHANNEL
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           SET TRAN-SUPERVISOR-OVERRIDE TO TRUE
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, ITEM NOT CHARGED BACK: '
                       RTI-DEPOSIT-UID
                   MOVE 16 TO RETURN-CODE
                   GO TO 2200-EXIT
           END-WRITE
           MOVE UID TO SEQ-LAST-UID
           WRITE UID-SEQUENCE-LOG-RECORD
           MOVE UID TO WS-CHARGEBACK-UID
           ADD 1 TO WS-CHARGED-COUNT
           ADD RTI-AMOUNT TO WS-CHARGED-AMOUNT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-WRITE-FEE - the returned-item fee, as FEEBATCH
      * writes a fee, behind the chargeback it belongs to.  Its
      * REVERSAL-OF-UID is left zero: it reverses nothing.
      *-----------------------------------------------------------*
       2300-WRITE-FEE.
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - RETURNED ITEM FEE NOT '
                   'WRITTEN: ' RTI-DEPOSIT-UID
               MOVE 16 TO RETURN-CODE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE RTI-ACCOUNT-ID TO ACCOUNT-ID
           MOVE SPACES TO DESC
           MOVE FSC-DESC TO DESC
           MOVE 'FE' TO TRAN-TYPE
           MOVE FSC-AMOUNT TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'RTNDLOAD' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           MOVE SPACES TO TRAN-CHANNEL
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, RETURNED ITEM FEE '
                       'SKIPPED: ' UID
                   GO TO 2300-EXIT
           END-WRITE
           MOVE UID TO SEQ-LAST-UID
           WRITE UID-SEQUENCE-LOG-RECORD
           MOVE UID TO CBK-FEE-UID
           MOVE FSC-AMOUNT TO CBK-FEE-AMOUNT
           ADD 1 TO WS-FEE-COUNT
           MOVE WS-TODAY-DATE TO FEA-DATE
           MOVE RTI-ACCOUNT-ID TO FEA-ACCOUNT-ID
           MOVE FSC-FEE-CODE TO FEA-FEE-CODE
           MOVE ACCT-CATEGORY TO FEA-CATEGORY
           MOVE 'B' TO FEA-ACTION
           MOVE FSC-AMOUNT TO FEA-AMOUNT
           MOVE ZERO TO FEA-ITEM-COUNT
           WRITE FEE-ACTIVITY-RECORD.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-RELEASE-DEPOSIT-HOLD - a hold still standing on the
      * deposit is emptied in the table (and so not written back)
      * and the account's uncleared total and available balance
      * restated without it.  The chargeback itself reaches the
      * ledger balance when TRANPOST posts it.
      *-----------------------------------------------------------*
       2400-RELEASE-DEPOSIT-HOLD.
           MOVE ZERO TO WS-HOLD-RELEASED
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 2450-DROP-ONE-HOLD THRU 2450-EXIT
               UNTIL WS-HOLD-SUB = WS-HOLD-TABLE-ENTRIES
           IF WS-HOLD-RELEASED = ZERO
               GO TO 2400-EXIT
           END-IF
           IF ACCT-UNCLEARED-TOTAL < WS-HOLD-RELEASED
               MOVE ZERO TO ACCT-UNCLEARED-TOTAL
           ELSE
               SUBTRACT WS-HOLD-RELEASED FROM ACCT-UNCLEARED-TOTAL
           END-IF
           COMPUTE ACCT-AVAILABLE-BALANCE =
               ACCT-LEDGER-BALANCE - ACCT-UNCLEARED-TOTAL
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RESTATE AVAILABLE BALANCE FOR '
                       ACCT-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE.
       2400-EXIT.
           EXIT.

       2450-DROP-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB
           IF WS-HLD-UID (WS-HOLD-SUB) = RTI-DEPOSIT-UID
               AND WS-HLD-ACCOUNT-ID (WS-HOLD-SUB) = RTI-ACCOUNT-ID
               AND WS-HLD-AMOUNT (WS-HOLD-SUB) > ZERO
               AND WS-HLD-RELEASE-DT (WS-HOLD-SUB) NOT = 99999998
               AND WS-HLD-RELEASE-DT (WS-HOLD-SUB) NOT = 99999999
               ADD WS-HLD-AMOUNT (WS-HOLD-SUB) TO WS-HOLD-RELEASED
               MOVE ZERO TO WS-HLD-AMOUNT (WS-HOLD-SUB)
               ADD 1 TO WS-HOLDS-DROPPED
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-LOG-CHARGEBACK - the chargeback on the log, for the
      * customer notice and the branch report, and in the table
      * so the same item later in this file is not charged twice.
      *-----------------------------------------------------------*
       2500-LOG-CHARGEBACK.
           MOVE WS-TODAY-DATE TO CBK-RETURN-DATE
           MOVE RTI-ACCOUNT-ID TO CBK-ACCOUNT-ID
           MOVE WS-DEPOSIT-BRANCH TO CBK-BRANCH-CODE
           MOVE RTI-DEPOSIT-UID TO CBK-DEPOSIT-UID
           MOVE WS-CHARGEBACK-UID TO CBK-CHARGEBACK-UID
           MOVE RTI-CHECK-SERIAL TO CBK-CHECK-SERIAL
           MOVE RTI-AMOUNT TO CBK-AMOUNT
           MOVE RTI-RETURN-REASON TO CBK-REASON-CODE
           MOVE RTI-PAYING-ROUTING TO CBK-PAYING-ROUTING
           WRITE CHARGEBACK-RECORD
           IF WS-DONE-TABLE-ENTRIES < 2000
               ADD 1 TO WS-DONE-TABLE-ENTRIES
               MOVE RTI-DEPOSIT-UID TO
                   WS-DON-DEPOSIT-UID (WS-DONE-TABLE-ENTRIES)
               MOVE RTI-CHECK-SERIAL TO
                   WS-DON-CHECK-SERIAL (WS-DONE-TABLE-ENTRIES)
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8700-WRITE-FUNDS-HOLDS - the hold file written back without
      * the emptied holds.  Nothing is written back when no hold
      * came off.
      *-----------------------------------------------------------*
       8700-WRITE-FUNDS-HOLDS.
           IF NOT WS-RUN-OK OR WS-HOLDS-DROPPED = ZERO
               GO TO 8700-EXIT
           END-IF
           OPEN OUTPUT FUNDS-HOLD-FILE
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 8750-WRITE-ONE-HOLD THRU 8750-EXIT
               UNTIL WS-HOLD-SUB = WS-HOLD-TABLE-ENTRIES
           CLOSE FUNDS-HOLD-FILE.
       8700-EXIT.
           EXIT.

       8750-WRITE-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB
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
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 8700-WRITE-FUNDS-HOLDS THRU 8700-EXIT
           DISPLAY 'RETURNED ITEMS READ:        ' WS-ITEMS-READ
           DISPLAY 'ITEMS CHARGED BACK:         ' WS-CHARGED-COUNT
           DISPLAY 'AMOUNT CHARGED BACK:        ' WS-CHARGED-AMOUNT
           DISPLAY 'RETURNED ITEM FEES:         ' WS-FEE-COUNT
           DISPLAY 'DEPOSIT HOLDS RELEASED:     ' WS-HOLDS-DROPPED
           DISPLAY 'ITEMS ALREADY CHARGED BACK: ' WS-DUPLICATE-COUNT
           DISPLAY 'ITEMS NOT TIED TO DEPOSIT:  ' WS-UNMATCHED-COUNT
           IF WS-FILES-OPEN
               CLOSE RETURN-ITEM-FILE
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-RUN-OK
               CLOSE CHARGEBACK-LOG
               CLOSE FEE-ACTIVITY
               CLOSE UID-SEQUENCE
           END-IF.
       9000-EXIT.
           EXIT.
