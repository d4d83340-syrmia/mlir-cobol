      *                    being clawed back by hand months
      *                    later.  No card or a zero rate means
      *                    nothing is withheld.
      *   2026-10-15  RLB  A credit line's debit accrual -
      *                    interest on its drawn balance, built
      *                    up by INTCALC - is charged as an
      *                    unposted FE, whole cents only, the
      *                    remainder staying on the row like the
      *                    credit side's.
      *   2026-10-15  RLB  The debit accrual now also carries
      *                    penalty interest on overdrawn
      *                    accounts.  Every debit-interest charge
      *                    is written on channel DI, described
      *                    DEBIT INTEREST CHARGED, so GLEXTR
      *                    journals it to debit-interest income.
      *   2026-10-15  RLB  The month is capitalized once.  The
      *                    run is checked against the period-run
      *                    ledger (PERRUN) through PERGUARD and
      *                    recorded on it at the end with its
      *                    count and total; a second run for the
      *                    month is refused unless a supervisor's
      *                    force card names the prior run, and
      *                    even then only once everything that
      *                    run wrote is shown rejected or
      *                    reversed.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTCAP.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CAPITALIZED-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-DEBIT-CHARGED-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-WHOLE-CENTS           PIC 9(06)V9(02).
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-HOLDER-CUSTOMER-ID    PIC 9(07).
       01  WS-CAP-ACCOUNT-ID        PIC 9(07).
       01  WS-RUN-TIMESTAMP         PIC 9(14).
       01  WS-CAP-AMOUNT-TOTAL      PIC 9(11)V9(02) VALUE ZERO.
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
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACES TO WS-PERIOD-GUARD-PARM
           OPEN I-O TRANSACTION-FILE
           OPEN I-O INTEREST-ACCRUAL
           IF WS-IA-NOT-FOUND
                   SET WS-END-OF-ACCRUALS TO TRUE
               ELSE
                   ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                   PERFORM 1100-CHECK-PERIOD-RUN THRU 1100-EXIT
                   IF PGD-REFUSED
                       MOVE 16 TO RETURN-CODE
                       SET WS-END-OF-ACCRUALS TO TRUE
                   ELSE
                       PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
                       PERFORM 1700-SET-UP-WITHHOLDING THRU 1700-EXIT
                   END-IF
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-CHECK-PERIOD-RUN - the month is capitalized once.
      * PERGUARD refuses a second run for the run date's month
      * unless a supervisor's force card names the prior run, and
      * then the prior run's transactions must be shown backed
      * out before anything is capitalized.
      *-----------------------------------------------------------*
       1100-CHECK-PERIOD-RUN.
           MOVE 'INTCAP' TO PGD-PROGRAM-NAME
           MOVE SPACES TO PGD-PERIOD
           MOVE WS-TODAY-DATE(1:6) TO PGD-PERIOD
           MOVE WS-TODAY-DATE TO PGD-BUSINESS-DATE
           SET PGD-CHECK-PERIOD TO TRUE
           CALL 'PERGUARD' USING WS-PERIOD-GUARD-PARM
           IF PGD-FORCED-RUN
               PERFORM 1150-PROVE-PRIOR-BACKED-OUT THRU 1150-EXIT
           END-IF
           IF PGD-REFUSED
               DISPLAY 'CAPITALIZATION REFUSED FOR PERIOD '
                   PGD-PERIOD
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1150-PROVE-PRIOR-BACKED-OUT - every transaction the prior
      * run wrote (entered by INTCAP, loaded on its run date) -
      * interest, debit charge, or withholding - must have been
      * rejected before it posted or be offset by a reversal
      * pointing back at it.  One still standing, or more than
      * the table can hold to prove, refuses the rerun.
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
           PERFORM 1160-COLLECT-PRIOR-ITEM THRU 1160-EXIT
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
           PERFORM 1170-MARK-REVERSED-ITEM THRU 1170-EXIT
               UNTIL WS-END-OF-TRAN-SCAN
           MOVE ZERO TO WS-PRIOR-OUTSTANDING
           MOVE ZERO TO WS-PRIOR-SUB
           PERFORM 1190-COUNT-OUTSTANDING THRU 1190-EXIT
               UNTIL WS-PRIOR-SUB = WS-PRIOR-TABLE-ENTRIES
           IF WS-PRIOR-OUTSTANDING > ZERO
               DISPLAY WS-PRIOR-OUTSTANDING ' ITEMS OF THE PRIOR '
                   'RUN NOT BACKED OUT - RERUN REFUSED'
               SET PGD-REFUSED TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.

       1160-COLLECT-PRIOR-ITEM.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TRAN-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-ENTERED-BY = 'INTCAP'
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

       1170-MARK-REVERSED-ITEM.
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
      * 1500-DETERMINE-NEXT-UID - find the highest UID any
      * transaction-generating batch program has issued before, so
      *-----------------------------------------------------------*
      * 2000-CAPITALIZE-ACCRUALS - post the whole cents of the next
      * account's accrued interest; the fraction stays accruing.
      * The debit accrual - a credit line's interest, or the
      * penalty on an overdrawn account - is charged the same way.
      *-----------------------------------------------------------*
       2000-CAPITALIZE-ACCRUALS.
           READ INTEREST-ACCRUAL NEXT RECORD
               AT END
                   SET WS-END-OF-ACCRUALS TO TRUE
               NOT AT END
                   IF INA-DEBIT-ACCRUED NOT NUMERIC
                       MOVE ZERO TO INA-DEBIT-ACCRUED
                   END-IF
                   MOVE INA-ACCRUED-AMOUNT TO WS-WHOLE-CENTS
                   IF WS-WHOLE-CENTS > ZERO
                       PERFORM 2100-WRITE-CAPITALIZED THRU 2100-EXIT
                   END-IF
                   MOVE INA-DEBIT-ACCRUED TO WS-WHOLE-CENTS
                   IF WS-WHOLE-CENTS > ZERO
                       PERFORM 2200-WRITE-DEBIT-CHARGE THRU 2200-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                       UID
               NOT INVALID KEY
                   ADD 1 TO WS-CAPITALIZED-COUNT
                   ADD WS-WHOLE-CENTS TO WS-CAP-AMOUNT-TOTAL
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   SUBTRACT WS-WHOLE-CENTS FROM INA-ACCRUED-AMOUNT
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WRITE-DEBIT-CHARGE - the unposted FE charging the
      * month's debit interest - on a credit line's drawn balance
      * or an overdrawn account's - and the debit accrual cut back
      * to the sub-cent remainder.  Channel DI marks it as
      * interest for the ledger and lets it post past the limit.
      *-----------------------------------------------------------*
       2200-WRITE-DEBIT-CHARGE.
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - DEBIT INTEREST NOT '
                   'CHARGED'
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE INA-ACCOUNT-ID TO ACCOUNT-ID
           MOVE SPACES TO DESC
           STRING 'DEBIT INTEREST CHARGED' DELIMITED BY SIZE
               INTO DESC
           MOVE 'FE' TO TRAN-TYPE
           MOVE WS-WHOLE-CENTS TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'INTCAP' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           MOVE 'DI' TO TRAN-CHANNEL
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, DEBIT CHARGE SKIPPED: '
                       UID
               NOT INVALID KEY
                   ADD 1 TO WS-DEBIT-CHARGED-COUNT
                   ADD WS-WHOLE-CENTS TO WS-CAP-AMOUNT-TOTAL
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   SUBTRACT WS-WHOLE-CENTS FROM INA-DEBIT-ACCRUED
                   REWRITE INTEREST-ACCRUAL-RECORD
           END-WRITE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-APPLY-WITHHOLDING - is the capitalized account's
      * primary holder flagged?  If so the rate's portion of the
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
       9000-TERMINATE.
           DISPLAY 'ACCOUNTS CAPITALIZED: ' WS-CAPITALIZED-COUNT
           DISPLAY 'WITHHOLDING DEDUCTIONS: ' WS-WITHHELD-COUNT
           DISPLAY 'DEBIT INTEREST CHARGES: ' WS-DEBIT-CHARGED-COUNT
           IF PGD-FIRST-RUN OR PGD-FORCED-RUN
               PERFORM 9100-RECORD-PERIOD-RUN THRU 9100-EXIT
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE INTEREST-ACCRUAL
           CLOSE UID-SEQUENCE
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-RECORD-PERIOD-RUN - the run onto the period-run
      * ledger with the interest and debit charges it wrote and
      * their total, whatever its return code; a run that went
      * ahead has capitalized.
      *-----------------------------------------------------------*
       9100-RECORD-PERIOD-RUN.
           COMPUTE PGD-RECORD-COUNT = WS-CAPITALIZED-COUNT
               + WS-DEBIT-CHARGED-COUNT
           MOVE WS-CAP-AMOUNT-TOTAL TO PGD-AMOUNT-TOTAL
           MOVE RETURN-CODE TO PGD-RETURN-CODE
           SET PGD-RECORD-RUN TO TRUE
           CALL 'PERGUARD' USING WS-PERIOD-GUARD-PARM
           MOVE PGD-RETURN-CODE TO RETURN-CODE
           IF NOT PGD-RECORDED
               DISPLAY 'CAPITALIZATION NOT RECORDED ON THE '
                   'PERIOD-RUN LEDGER'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.
