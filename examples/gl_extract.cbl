      *                    total, and the chain's run number - so
      *                    the ledger team proves the file with
      *                    XTRVERIF before booking from it.
      *   2026-10-15  RLB  Channel-AH postings journal under
      *                    their own types - AO for an outbound
      *                    ACH payment, AR for a returned one
      *                    credited back - so operations can map
      *                    them against the ACH settlement
      *                    account instead of cash.
      *   2026-10-15  RLB  Charge-off postings journal under
      *                    their own types - CO for the credit
      *                    that writes a charged-off balance off,
      *                    RC for the debit that clears a
      *                    recovery - so operations can map them
      *                    against the loss and recovery
      *                    accounts.
      *   2026-10-15  RLB  Debit-interest charges (channel DI)
      *                    journal under their own type DI
      *                    instead of with the service fees.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; money
      *                    work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.
       01  SORT-WORK-RECORD.
           05  SW-TRAN-TYPE            PIC X(02).
           05  SW-CATEGORY             PIC X(02).
           05  SW-AMOUNT               PIC 9(11)V9(02).

       FD  GL-FEED-FILE.
       01  GL-FEED-LINE                PIC X(80).
               AT END
                   SET WS-END-OF-SORT TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-POSTED
                       AND TRAN-POST-DATE NOT < WS-PERIOD-START
                       AND TRAN-POST-DATE NOT > WS-PERIOD-END
                       PERFORM 2150-LOOKUP-CATEGORY THRU 2150-EXIT
                       MOVE TRAN-TYPE TO SW-TRAN-TYPE
                       IF TRAN-CHANNEL-ACH
                           PERFORM 2160-ACH-JOURNAL-TYPE
                               THRU 2160-EXIT
                       END-IF
                       IF TRAN-CHANNEL-CHARGE-OFF
                           OR TRAN-CHANNEL-RECOVERY
                           PERFORM 2170-LOSS-JOURNAL-TYPE
                               THRU 2170-EXIT
                       END-IF
                       IF TRAN-CHANNEL-DEBIT-INTEREST
                           PERFORM 2180-DEBIT-INTEREST-TYPE
                               THRU 2180-EXIT
                       END-IF
                       IF TRAN-FX-RATE > ZERO
                           COMPUTE SW-AMOUNT ROUNDED =
                               AMOUNT * TRAN-FX-RATE
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2160-ACH-JOURNAL-TYPE - money that left by ACH, a payment
      * we originated or a debit drawn on us (AO), or came back
      * on an ACH return (AR) books against the ACH settlement
      * account, not cash; operations maps AO and AR on the GL
      * mapping table.
      *-----------------------------------------------------------*
       2160-ACH-JOURNAL-TYPE.
           IF TRAN-WITHDRAWAL
               MOVE 'AO' TO SW-TRAN-TYPE
           END-IF
           IF TRAN-DEPOSIT
               MOVE 'AR' TO SW-TRAN-TYPE
           END-IF.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2170-LOSS-JOURNAL-TYPE - the credit that writes a charged-
      * off balance to zero journals as CO, against the loss
      * account; the debit that clears a recovery off a charged-
      * off account journals as RC, against the recovery account.
      * Operations maps both per category on the GL mapping
      * table.
      *-----------------------------------------------------------*
       2170-LOSS-JOURNAL-TYPE.
           IF TRAN-CHANNEL-CHARGE-OFF
               MOVE 'CO' TO SW-TRAN-TYPE
           END-IF
           IF TRAN-CHANNEL-RECOVERY
               MOVE 'RC' TO SW-TRAN-TYPE
           END-IF.
       2170-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2180-DEBIT-INTEREST-TYPE - the charge INTCAP writes for
      * debit interest (a credit line's, or the penalty on an
      * overdrawn account) is income, not a service fee, so it
      * journals as DI against the debit-interest income account
      * operations maps per category on the GL mapping table.
      *-----------------------------------------------------------*
       2180-DEBIT-INTEREST-TYPE.
           MOVE 'DI' TO SW-TRAN-TYPE.
       2180-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRODUCE-EXTRACT - summarize the sorted transactions,
      * one GL feed line per TRAN-TYPE/category combination.
