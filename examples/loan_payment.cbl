      * work to pick up.  Each split and each past-due flag lands
      * on the loan activity report.
      *
      * Late charges.  An installment still unpaid once its due
      * date is more than the loan's grace days behind is charged
      * the loan's late fee - once, the night charged remembered
      * on the schedule row.  Fees owed are carried on the loan
      * and paid out of receipts after the installments they
      * cover, so a fee never makes the next installment late.
      * Each fee charged is appended to the fee-activity file
      * (code LATE, category LN) for FEEINRPT.
      *
      * Delinquency.  The aging pass keeps the days since the
      * oldest unpaid due date on the loan with its bucket (1-29,
      * 30-59, 60-89, 90 and over) for LOANDLQ, and at the 30,
      * 60 and 90 day marks writes a past-due notice to the
      * primary holder (LOANNOTC.OUT) and logs it on NOTCLOG as
      * type LNPD - once per mark, the highest bucket noticed
      * kept on the loan.
      *
      * Payoffs.  A receipt posted on or before the good-through
      * date of an open payoff quote (PAYQUOTE.CPY) that covers
      * the quote's principal, interest and late charges closes
      * the loan paid off: the remaining schedule rows are marked
      * settled, the quote paid, and anything received past the
      * quoted figure is reported as a refund due to the
      * borrower.
      *
      * Escrow.  An escrowed loan's installment is its scheduled
      * principal and interest plus the loan's monthly escrow
      * amount; a receipt satisfies a row only when it covers
      * both, and the escrow share is added to the loan's escrow
      * balance and kept on the row.  A loan paid off with money
      * still in escrow has it refunded to the borrower through
      * the escrow payment file (ESCPAY.CPY); an advance still
      * outstanding is reported for the branch to collect.
      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Late charges and delinquency.  The
      *                    aging pass charges each installment
      *                    unpaid past the loan's grace days its
      *                    late fee once (FEEACT code LATE),
      *                    receipts pay fees owed after the
      *                    installments, and the loan carries its
      *                    days delinquent and bucket.  Past-due
      *                    notices go to the primary holder at
      *                    30, 60 and 90 days (LOANNOTC.OUT,
      *                    NOTCLOG type LNPD).
      *   2026-10-15  RLB  A receipt that covers an open payoff
      *                    quote on or before its good-through
      *                    date closes the loan paid off, settles
      *                    the remaining schedule rows and marks
      *                    the quote paid; any excess is reported
      *                    as a refund due.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted.
      *   2026-10-15  RLB  Escrow: installments carry the loan's
      *                    monthly escrow into its escrow
      *                    balance, and a payoff refunds what is
      *                    left through ESCPAY.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPAY.
           SELECT LOAN-REPORT ASSIGN TO "LOANRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT PAYOFF-QUOTE-FILE ASSIGN TO "PAYQUOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQT-KEY
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT FEE-ACTIVITY ASSIGN TO "FEEACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ACT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUST-ACCT-STATUS.
           SELECT NOTICE-LOG ASSIGN TO "NOTCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "LOANNOTC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT ESCROW-PAYMENT-FILE ASSIGN TO "ESCPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCROW-PAY-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
       COPY "loansched.cpy".

       FD  LOAN-REPORT.
       01  LOAN-REPORT-LINE            PIC X(100).

       FD  PAYOFF-QUOTE-FILE.
       COPY "payquote.cpy".

       FD  FEE-ACTIVITY.
       COPY "feeact.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  NOTICE-LOG.
       COPY "notclog.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  ESCROW-PAYMENT-FILE.
       COPY "escpay.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".
       01  WS-SCHED-STATUS          PIC X(02).
           88  WS-SC-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-QUOTE-STATUS          PIC X(02).
           88  WS-PQ-OK                       VALUE '00'.
       01  WS-QUOTES-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-QUOTES-OPEN                 VALUE 'Y'.
       01  WS-QUOTE-EOF-SW          PIC X(01).
           88  WS-END-OF-QUOTES               VALUE 'Y'.
       01  WS-MATCH-QUOTE-NO        PIC 9(03).
       01  WS-QUOTE-GROSS           PIC 9(07)V9(02).
       01  WS-REFUND-DUE            PIC 9(07)V9(02).
       01  WS-PAYOFF-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-FEE-ACT-STATUS        PIC X(02).
           88  WS-FA-NOT-FOUND                VALUE '35'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-NOTICE-LOG-STATUS     PIC X(02).
           88  WS-NL-NOT-FOUND                VALUE '35'.
       01  WS-LETTER-STATUS         PIC X(02).
       01  WS-ESCROW-PAY-STATUS     PIC X(02).
           88  WS-EP-NOT-FOUND                VALUE '35'.
       01  WS-ESCROW-DUE            PIC 9(05)V9(02).
       01  WS-ESCROW-REFUND-COUNT   PIC 9(05) VALUE ZERO.
       01  WS-ADDRESS-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-ADDRESS-OPEN                VALUE 'Y'.
       01  WS-NOTICE-FILES-SW       PIC X(01) VALUE 'N'.
           88  WS-NOTICE-FILES-OPEN           VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
       01  WS-PAIDOFF-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-PASTDUE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-MISSED-COUNT          PIC 9(03).
       01  WS-LATE-FEE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-LATE-FEE-TOTAL        PIC 9(07)V9(02) VALUE ZERO.
       01  WS-FEES-PAID-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-NOTICES-MISSED        PIC 9(05) VALUE ZERO.
       01  WS-FEE-PAID              PIC 9(06)V9(02).
       01  WS-OLDEST-DUE-DATE       PIC 9(08).
       01  WS-DAYS-PAST-DUE         PIC 9(05).
       01  WS-NEW-BUCKET            PIC 9(01).
       01  WS-NOTICE-MARK           PIC 9(02).
       01  WS-HOLDER-CUSTOMER-ID    PIC 9(07).
       01  WS-DEFAULT-GRACE-DAYS    PIC 9(02) VALUE 15.
       01  WS-DEFAULT-LATE-FEE      PIC 9(04)V9(02) VALUE 25.00.
       01  WS-LETTER-TEXT           PIC X(80).
       01  WS-NOTICE-TEXT           PIC X(40).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(26) VALUE
               'LOAN ACTIVITY REPORT FOR  '.
           05  WS-SP-PRINCIPAL      PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  INT '.
           05  WS-SP-INTEREST       PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  ESC '.
           05  WS-SP-ESCROW         PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  BAL '.
           05  WS-SP-BALANCE        PIC Z,ZZZ,ZZ9.99.
       01  WS-PASTDUE-LINE.
           05  WS-PD-COUNT          PIC ZZ9.
           05  FILLER               PIC X(18) VALUE
               ' PAYMENTS MISSED  '.
           05  WS-PD-DAYS           PIC ZZZ9.
           05  FILLER               PIC X(18) VALUE
               ' DAYS    BUCKET   '.
           05  WS-PD-BUCKET         PIC X(05).
       01  WS-LATE-FEE-LINE.
           05  WS-LF-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LF-LABEL          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-LF-PAYMENT-NO     PIC 9(03).
           05  FILLER               PIC X(06) VALUE '  AMT '.
           05  WS-LF-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(11) VALUE
               '  FEES DUE '.
           05  WS-LF-FEES-DUE       PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
               MOVE WS-TODAY-DATE TO WS-RH-DATE
               WRITE LOAN-REPORT-LINE FROM WS-REPORT-HEADER
               PERFORM 1400-OPEN-NOTICE-FILES THRU 1400-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-OPEN-NOTICE-FILES - the payoff quotes (none on file
      * means none given), the fee-activity file, the notice
      * log and the letter file.  The notices are addressed from
      * the customer files; without them the loans still age and
      * report, and the notices wait for a night they are there.
      *-----------------------------------------------------------*
       1400-OPEN-NOTICE-FILES.
           OPEN I-O PAYOFF-QUOTE-FILE
           IF WS-PQ-OK
               SET WS-QUOTES-OPEN TO TRUE
           END-IF
           OPEN EXTEND FEE-ACTIVITY
           IF WS-FA-NOT-FOUND
               OPEN OUTPUT FEE-ACTIVITY
           END-IF
           OPEN EXTEND NOTICE-LOG
           IF WS-NL-NOT-FOUND
               OPEN OUTPUT NOTICE-LOG
           END-IF
           OPEN OUTPUT LETTER-FILE
           OPEN EXTEND ESCROW-PAYMENT-FILE
           IF WS-EP-NOT-FOUND
               OPEN OUTPUT ESCROW-PAYMENT-FILE
           END-IF
           SET WS-NOTICE-FILES-OPEN TO TRUE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           IF WS-CM-OK AND WS-CA-OK
               SET WS-ADDRESS-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER FILES UNAVAILABLE - PAST-DUE '
                   'NOTICES HELD'
               IF WS-CM-OK
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF WS-CA-OK
                   CLOSE CUSTOMER-ACCOUNT
               END-IF
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-PAYMENTS - every posted deposit on a loan
      * account tonight is a payment against the schedule.
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       AND PLG-TRAN-TYPE = 'DE'
                       AND PLG-POST-DATE = WS-TODAY-DATE
      * satisfied in order while the money lasts.  A remainder
      * short of the next row carries on the loan for the rest
      * to arrive; a remainder with no rows left pays principal
      * straight down.  Late fees owed come out of what the
      * installments leave, before any carry or prepayment, and
      * the loan is not paid off while a fee is still owed.
      *-----------------------------------------------------------*
       2100-APPLY-ONE-PAYMENT.
           COMPUTE WS-REMAINING =
               PLG-AMOUNT + LNM-UNAPPLIED-AMOUNT
           IF LNM-LATE-FEES-DUE NOT NUMERIC
               MOVE ZERO TO LNM-LATE-FEES-DUE
           END-IF
           PERFORM 2080-SET-ESCROW-DUE THRU 2080-EXIT
           MOVE ZERO TO WS-MATCH-QUOTE-NO
           IF WS-QUOTES-OPEN
               PERFORM 2050-MATCH-PAYOFF-QUOTE THRU 2050-EXIT
           END-IF
           IF WS-MATCH-QUOTE-NO NOT = ZERO
               PERFORM 2500-SETTLE-PAYOFF THRU 2500-EXIT
               REWRITE LOAN-MASTER-RECORD
               GO TO 2100-EXIT
           END-IF
           MOVE ZERO TO LNM-UNAPPLIED-AMOUNT
           PERFORM 2200-SATISFY-NEXT-ROW THRU 2200-EXIT
           PERFORM 2200-SATISFY-NEXT-ROW THRU 2200-EXIT
               UNTIL NOT WS-ROW-FOUND
               OR WS-REMAINING = ZERO
               OR LNM-PAID-OFF
           IF WS-REMAINING > ZERO AND LNM-LATE-FEES-DUE > ZERO
               PERFORM 2350-PAY-LATE-FEES THRU 2350-EXIT
           END-IF
           IF WS-REMAINING > ZERO AND LNM-ACTIVE
               IF WS-SCHEDULE-ROW-EXISTS
                   PERFORM 2300-CARRY-REMAINDER THRU 2300-EXIT
               ELSE
                   IF LNM-PRINCIPAL-BALANCE > ZERO
                       PERFORM 2400-APPLY-PREPAYMENT THRU 2400-EXIT
                   END-IF
               END-IF
           END-IF
           MOVE PLG-POST-DATE TO LNM-LAST-PAID-DATE
           IF LNM-PRINCIPAL-BALANCE = ZERO AND LNM-ACTIVE
               AND LNM-LATE-FEES-DUE = ZERO
               SET LNM-PAID-OFF TO TRUE
               ADD 1 TO WS-PAIDOFF-COUNT
           END-IF
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-MATCH-PAYOFF-QUOTE - the latest open quote on the
      * loan still good on the posting date whose principal,
      * interest and late charges the receipt covers.
      *-----------------------------------------------------------*
       2050-MATCH-PAYOFF-QUOTE.
           MOVE 'N' TO WS-QUOTE-EOF-SW
           MOVE LNM-ACCOUNT-ID TO PQT-ACCOUNT-ID
           MOVE ZERO TO PQT-QUOTE-NO
           START PAYOFF-QUOTE-FILE KEY NOT LESS THAN PQT-KEY
               INVALID KEY
                   SET WS-END-OF-QUOTES TO TRUE
           END-START
           PERFORM 2060-TEST-ONE-QUOTE THRU 2060-EXIT
               UNTIL WS-END-OF-QUOTES.
       2050-EXIT.
           EXIT.

       2060-TEST-ONE-QUOTE.
           READ PAYOFF-QUOTE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-QUOTES TO TRUE
                   GO TO 2060-EXIT
           END-READ
           IF PQT-ACCOUNT-ID NOT = LNM-ACCOUNT-ID
               SET WS-END-OF-QUOTES TO TRUE
               GO TO 2060-EXIT
           END-IF
           IF NOT PQT-OPEN
               OR PQT-GOOD-THROUGH < PLG-POST-DATE
               GO TO 2060-EXIT
           END-IF
           IF WS-REMAINING NOT <
               PQT-PRINCIPAL + PQT-INTEREST + PQT-LATE-FEES
               MOVE PQT-QUOTE-NO TO WS-MATCH-QUOTE-NO
           END-IF.
       2060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2080-SET-ESCROW-DUE - the escrow each installment carries
      * on top of its principal and interest.  A loan without
      * escrow, or written before escrow came in, carries none.
      *-----------------------------------------------------------*
       2080-SET-ESCROW-DUE.
           MOVE ZERO TO WS-ESCROW-DUE
           IF NOT LNM-ESCROWED
               GO TO 2080-EXIT
           END-IF
           IF LNM-ESCROW-BALANCE NOT NUMERIC
               MOVE ZERO TO LNM-ESCROW-BALANCE
           END-IF
           IF LNM-ESCROW-MONTHLY NUMERIC
               MOVE LNM-ESCROW-MONTHLY TO WS-ESCROW-DUE
           END-IF.
       2080-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-SATISFY-NEXT-ROW - pay the next unpaid schedule row
      * whole if the money reaches; a partial payment waits for
      * the rest rather than splitting a scheduled row.  An
      * escrowed loan's row needs its escrow as well, which goes
      * to the escrow balance.
      *-----------------------------------------------------------*
       2200-SATISFY-NEXT-ROW.
           MOVE 'N' TO WS-ROW-FOUND-SW
               NOT INVALID KEY
                   SET WS-SCHEDULE-ROW-EXISTS TO TRUE
           END-READ
           IF WS-REMAINING < AMS-PAYMENT-AMOUNT + WS-ESCROW-DUE
               GO TO 2200-EXIT
           END-IF
           SET WS-ROW-FOUND TO TRUE
           SUBTRACT AMS-PAYMENT-AMOUNT FROM WS-REMAINING
           SUBTRACT WS-ESCROW-DUE FROM WS-REMAINING
           SET AMS-PAID TO TRUE
           MOVE PLG-POST-DATE TO AMS-PAID-DATE
           MOVE WS-ESCROW-DUE TO AMS-ESCROW-PART
           REWRITE AMORT-SCHEDULE-RECORD
           ADD WS-ESCROW-DUE TO LNM-ESCROW-BALANCE
           IF AMS-PRINCIPAL-PART > LNM-PRINCIPAL-BALANCE
               MOVE ZERO TO LNM-PRINCIPAL-BALANCE
           ELSE
           MOVE AMS-PAYMENT-NO TO WS-SP-PAYMENT-NO
           MOVE AMS-PRINCIPAL-PART TO WS-SP-PRINCIPAL
           MOVE AMS-INTEREST-PART TO WS-SP-INTEREST
           MOVE WS-ESCROW-DUE TO WS-SP-ESCROW
           MOVE LNM-PRINCIPAL-BALANCE TO WS-SP-BALANCE
           WRITE LOAN-REPORT-LINE FROM WS-SPLIT-LINE.
       2200-EXIT.
           MOVE LNM-NEXT-PAYMENT-NO TO WS-SP-PAYMENT-NO
           MOVE WS-REMAINING TO WS-SP-PRINCIPAL
           MOVE ZERO TO WS-SP-INTEREST
           MOVE ZERO TO WS-SP-ESCROW
           MOVE LNM-PRINCIPAL-BALANCE TO WS-SP-BALANCE
           WRITE LOAN-REPORT-LINE FROM WS-SPLIT-LINE
           MOVE ZERO TO WS-REMAINING.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2350-PAY-LATE-FEES - what the installments leave pays the
      * late fees owed, as far as it reaches.
      *-----------------------------------------------------------*
       2350-PAY-LATE-FEES.
           IF WS-REMAINING < LNM-LATE-FEES-DUE
               MOVE WS-REMAINING TO WS-FEE-PAID
           ELSE
               MOVE LNM-LATE-FEES-DUE TO WS-FEE-PAID
           END-IF
           SUBTRACT WS-FEE-PAID FROM LNM-LATE-FEES-DUE
           SUBTRACT WS-FEE-PAID FROM WS-REMAINING
           ADD 1 TO WS-FEES-PAID-COUNT
           MOVE LNM-ACCOUNT-ID TO WS-LF-ACCOUNT-ID
           MOVE 'FEE PAID  ' TO WS-LF-LABEL
           MOVE ZERO TO WS-LF-PAYMENT-NO
           MOVE WS-FEE-PAID TO WS-LF-AMOUNT
           MOVE LNM-LATE-FEES-DUE TO WS-LF-FEES-DUE
           WRITE LOAN-REPORT-LINE FROM WS-LATE-FEE-LINE.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-APPLY-PREPAYMENT - money left once the schedule is
      * exhausted pays principal straight down, interest-free.
           MOVE ZERO TO WS-SP-PAYMENT-NO
           MOVE WS-REMAINING TO WS-SP-PRINCIPAL
           MOVE ZERO TO WS-SP-INTEREST
           MOVE ZERO TO WS-SP-ESCROW
           MOVE LNM-PRINCIPAL-BALANCE TO WS-SP-BALANCE
           WRITE LOAN-REPORT-LINE FROM WS-SPLIT-LINE
           MOVE ZERO TO WS-REMAINING.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-SETTLE-PAYOFF - the receipt pays the quoted figure:
      * the loan closes paid off with nothing owed, every unpaid
      * schedule row is settled, and the quote is marked paid.
      * Money past the quoted figure is a refund due.
      *-----------------------------------------------------------*
       2500-SETTLE-PAYOFF.
           MOVE LNM-ACCOUNT-ID TO PQT-ACCOUNT-ID
           MOVE WS-MATCH-QUOTE-NO TO PQT-QUOTE-NO
           READ PAYOFF-QUOTE-FILE
               INVALID KEY
                   GO TO 2500-EXIT
           END-READ
           COMPUTE WS-QUOTE-GROSS =
               PQT-PRINCIPAL + PQT-INTEREST + PQT-LATE-FEES
           COMPUTE WS-REFUND-DUE = WS-REMAINING - WS-QUOTE-GROSS
           SET PQT-PAID TO TRUE
           MOVE PLG-POST-DATE TO PQT-SETTLED-DATE
           REWRITE PAYOFF-QUOTE-RECORD
           MOVE 'N' TO WS-SCHED-EOF-SW
           MOVE LNM-ACCOUNT-ID TO AMS-ACCOUNT-ID
           MOVE ZERO TO AMS-PAYMENT-NO
           START AMORT-SCHEDULE KEY NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-END-OF-SCHEDULE TO TRUE
           END-START
           PERFORM 2550-SETTLE-ONE-ROW THRU 2550-EXIT
               UNTIL WS-END-OF-SCHEDULE
           MOVE LNM-ACCOUNT-ID TO WS-SP-ACCOUNT-ID
           MOVE 'PAYOFF    ' TO WS-SP-LABEL
           MOVE PQT-QUOTE-NO TO WS-SP-PAYMENT-NO
           MOVE PQT-PRINCIPAL TO WS-SP-PRINCIPAL
           MOVE PQT-INTEREST TO WS-SP-INTEREST
           MOVE ZERO TO WS-SP-ESCROW
           MOVE ZERO TO WS-SP-BALANCE
           WRITE LOAN-REPORT-LINE FROM WS-SPLIT-LINE
           IF WS-REFUND-DUE > ZERO
               MOVE LNM-ACCOUNT-ID TO WS-LF-ACCOUNT-ID
               MOVE 'REFUND DUE' TO WS-LF-LABEL
               MOVE PQT-QUOTE-NO TO WS-LF-PAYMENT-NO
               MOVE WS-REFUND-DUE TO WS-LF-AMOUNT
               MOVE ZERO TO WS-LF-FEES-DUE
               WRITE LOAN-REPORT-LINE FROM WS-LATE-FEE-LINE
           END-IF
           IF LNM-ESCROWED
               PERFORM 2600-CLOSE-ESCROW THRU 2600-EXIT
           END-IF
           MOVE ZERO TO LNM-PRINCIPAL-BALANCE
           MOVE ZERO TO LNM-LATE-FEES-DUE
           MOVE ZERO TO LNM-UNAPPLIED-AMOUNT
           MOVE PLG-POST-DATE TO LNM-LAST-PAID-DATE
           SET LNM-CURRENT TO TRUE
           MOVE ZERO TO LNM-PAST-DUE-COUNT
           MOVE ZERO TO LNM-DAYS-DELINQUENT
           SET LNM-BUCKET-CURRENT TO TRUE
           MOVE ZERO TO LNM-NOTICE-BUCKET
           SET LNM-PAID-OFF TO TRUE
           ADD 1 TO WS-PAYOFF-COUNT
           ADD 1 TO WS-PAIDOFF-COUNT.
       2500-EXIT.
           EXIT.

       2550-SETTLE-ONE-ROW.
           READ AMORT-SCHEDULE NEXT RECORD
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
                   GO TO 2550-EXIT
           END-READ
           IF AMS-ACCOUNT-ID NOT = LNM-ACCOUNT-ID
               SET WS-END-OF-SCHEDULE TO TRUE
               GO TO 2550-EXIT
           END-IF
           IF AMS-UNPAID
               SET AMS-SETTLED TO TRUE
               MOVE PLG-POST-DATE TO AMS-PAID-DATE
               REWRITE AMORT-SCHEDULE-RECORD
           END-IF.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-CLOSE-ESCROW - a loan paid off owes the borrower
      * whatever is left in escrow; it goes out on the escrow
      * payment file as a refund.  An advance still outstanding
      * is reported for the branch to collect.
      *-----------------------------------------------------------*
       2600-CLOSE-ESCROW.
           IF LNM-ESCROW-BALANCE = ZERO
               GO TO 2600-EXIT
           END-IF
           MOVE LNM-ACCOUNT-ID TO WS-LF-ACCOUNT-ID
           MOVE PQT-QUOTE-NO TO WS-LF-PAYMENT-NO
           MOVE ZERO TO WS-LF-FEES-DUE
           IF LNM-ESCROW-BALANCE < ZERO
               MOVE 'ESC ADVNCE' TO WS-LF-LABEL
               MOVE LNM-ESCROW-BALANCE TO WS-LF-AMOUNT
               WRITE LOAN-REPORT-LINE FROM WS-LATE-FEE-LINE
               GO TO 2600-EXIT
           END-IF
           MOVE 'ESC REFUND' TO WS-LF-LABEL
           MOVE LNM-ESCROW-BALANCE TO WS-LF-AMOUNT
           WRITE LOAN-REPORT-LINE FROM WS-LATE-FEE-LINE
           MOVE LNM-ACCOUNT-ID TO ESP-ACCOUNT-ID
           MOVE ZERO TO ESP-ITEM-NO
           SET ESP-SURPLUS-REFUND TO TRUE
           MOVE 'BORROWER - ESCROW CLOSED' TO ESP-PAYEE-NAME
           MOVE SPACES TO ESP-PAYEE-REFERENCE
           MOVE LNM-ESCROW-BALANCE TO ESP-AMOUNT
           MOVE PLG-POST-DATE TO ESP-DUE-DATE
           MOVE WS-TODAY-DATE TO ESP-PAID-DATE
           MOVE ZERO TO ESP-ESCROW-BALANCE-AFTER
           WRITE ESCROW-PAYMENT-RECORD
           MOVE ZERO TO LNM-ESCROW-BALANCE
           ADD 1 TO WS-ESCROW-REFUND-COUNT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-AGE-LOANS - a scheduled date gone by unpaid flags the
      * loan past due with the count of missed payments, charges
      * the late fee on each installment past its grace, and sets
      * the loan's days delinquent and bucket.
      *-----------------------------------------------------------*
       3000-AGE-LOANS.
           IF WS-END-OF-LOANS
           READ LOAN-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-LOANS TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               GO TO 3100-EXIT
           END-IF
           IF LNM-GRACE-DAYS NOT NUMERIC
               PERFORM 3150-DEFAULT-LATE-TERMS THRU 3150-EXIT
           END-IF
           PERFORM 3200-COUNT-MISSED THRU 3200-EXIT
           IF WS-MISSED-COUNT > ZERO
               SET LNM-PAST-DUE TO TRUE
               MOVE WS-MISSED-COUNT TO LNM-PAST-DUE-COUNT
               COMPUTE LNM-DAYS-DELINQUENT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-OLDEST-DUE-DATE)
               EVALUATE TRUE
                   WHEN LNM-DAYS-DELINQUENT NOT < 90
                       SET LNM-BUCKET-90-PLUS TO TRUE
                   WHEN LNM-DAYS-DELINQUENT NOT < 60
                       SET LNM-BUCKET-60-89 TO TRUE
                   WHEN LNM-DAYS-DELINQUENT NOT < 30
                       SET LNM-BUCKET-30-59 TO TRUE
                   WHEN OTHER
                       SET LNM-BUCKET-1-29 TO TRUE
               END-EVALUATE
               ADD 1 TO WS-PASTDUE-COUNT
               PERFORM 3400-WRITE-PASTDUE-LINE THRU 3400-EXIT
           ELSE
               SET LNM-CURRENT TO TRUE
               MOVE ZERO TO LNM-PAST-DUE-COUNT
               MOVE ZERO TO LNM-DAYS-DELINQUENT
               SET LNM-BUCKET-CURRENT TO TRUE
           END-IF
           IF LNM-DELINQ-BUCKET < LNM-NOTICE-BUCKET
               MOVE LNM-DELINQ-BUCKET TO LNM-NOTICE-BUCKET
           END-IF
           IF LNM-DELINQ-BUCKET > LNM-NOTICE-BUCKET
               AND NOT LNM-BUCKET-1-29
               PERFORM 3500-SEND-PAST-DUE-NOTICE THRU 3500-EXIT
           END-IF
           REWRITE LOAN-MASTER-RECORD.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3150-DEFAULT-LATE-TERMS - a loan booked before late
      * charges came in takes the booking defaults.
      *-----------------------------------------------------------*
       3150-DEFAULT-LATE-TERMS.
           MOVE WS-DEFAULT-GRACE-DAYS TO LNM-GRACE-DAYS
           MOVE WS-DEFAULT-LATE-FEE TO LNM-LATE-FEE-AMOUNT
           MOVE ZERO TO LNM-LATE-FEES-DUE
           MOVE ZERO TO LNM-DAYS-DELINQUENT
           SET LNM-BUCKET-CURRENT TO TRUE
           MOVE ZERO TO LNM-NOTICE-BUCKET.
       3150-EXIT.
           EXIT.

       3200-COUNT-MISSED.
           MOVE ZERO TO WS-MISSED-COUNT
           MOVE ZERO TO WS-OLDEST-DUE-DATE
           MOVE 'N' TO WS-SCHED-EOF-SW
           MOVE LNM-ACCOUNT-ID TO AMS-ACCOUNT-ID
           MOVE ZERO TO AMS-PAYMENT-NO
                       IF AMS-UNPAID
                           AND AMS-DUE-DATE < WS-TODAY-DATE
                           ADD 1 TO WS-MISSED-COUNT
                           IF WS-OLDEST-DUE-DATE = ZERO
                               MOVE AMS-DUE-DATE
                                   TO WS-OLDEST-DUE-DATE
                           END-IF
                           PERFORM 3300-CHARGE-LATE-FEE
                               THRU 3300-EXIT
                       END-IF
                   END-IF
           END-READ.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-CHARGE-LATE-FEE - an installment more than the
      * loan's grace days past due, not yet charged, is charged
      * the loan's late fee once.  The fee is owed on the loan
      * and recorded as fee income.
      *-----------------------------------------------------------*
       3300-CHARGE-LATE-FEE.
           IF AMS-LATE-CHARGE-DATE NOT NUMERIC
               MOVE ZERO TO AMS-LATE-CHARGE-DATE
           END-IF
           IF AMS-LATE-CHARGE-DATE NOT = ZERO
               OR LNM-LATE-FEE-AMOUNT = ZERO
               GO TO 3300-EXIT
           END-IF
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE(AMS-DUE-DATE)
           IF WS-DAYS-PAST-DUE NOT > LNM-GRACE-DAYS
               GO TO 3300-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO AMS-LATE-CHARGE-DATE
           REWRITE AMORT-SCHEDULE-RECORD
           ADD LNM-LATE-FEE-AMOUNT TO LNM-LATE-FEES-DUE
           ADD 1 TO WS-LATE-FEE-COUNT
           ADD LNM-LATE-FEE-AMOUNT TO WS-LATE-FEE-TOTAL
           MOVE WS-TODAY-DATE TO FEA-DATE
           MOVE LNM-ACCOUNT-ID TO FEA-ACCOUNT-ID
           MOVE 'LATE' TO FEA-FEE-CODE
           MOVE 'LN' TO FEA-CATEGORY
           SET FEA-BILLED TO TRUE
           MOVE LNM-LATE-FEE-AMOUNT TO FEA-AMOUNT
           MOVE ZERO TO FEA-ITEM-COUNT
           WRITE FEE-ACTIVITY-RECORD
           MOVE LNM-ACCOUNT-ID TO WS-LF-ACCOUNT-ID
           MOVE 'LATE FEE  ' TO WS-LF-LABEL
           MOVE AMS-PAYMENT-NO TO WS-LF-PAYMENT-NO
           MOVE LNM-LATE-FEE-AMOUNT TO WS-LF-AMOUNT
           MOVE LNM-LATE-FEES-DUE TO WS-LF-FEES-DUE
           WRITE LOAN-REPORT-LINE FROM WS-LATE-FEE-LINE.
       3300-EXIT.
           EXIT.

       3400-WRITE-PASTDUE-LINE.
           MOVE LNM-ACCOUNT-ID TO WS-PD-ACCOUNT-ID
           MOVE WS-MISSED-COUNT TO WS-PD-COUNT
           MOVE LNM-DAYS-DELINQUENT TO WS-PD-DAYS
           EVALUATE TRUE
               WHEN LNM-BUCKET-90-PLUS
                   MOVE '90+' TO WS-PD-BUCKET
               WHEN LNM-BUCKET-60-89
                   MOVE '60-89' TO WS-PD-BUCKET
               WHEN LNM-BUCKET-30-59
                   MOVE '30-59' TO WS-PD-BUCKET
               WHEN OTHER
                   MOVE '1-29' TO WS-PD-BUCKET
           END-EVALUATE
           WRITE LOAN-REPORT-LINE FROM WS-PASTDUE-LINE.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-SEND-PAST-DUE-NOTICE - the loan has reached a new
      * mark (30, 60 or 90 days); the primary holder gets a notice
      * and the call center a NOTCLOG line.  With no customer
      * files, or no deliverable holder, the mark is left
      * unnoticed and the next night tries again.
      *-----------------------------------------------------------*
       3500-SEND-PAST-DUE-NOTICE.
           IF NOT WS-ADDRESS-OPEN
               ADD 1 TO WS-NOTICES-MISSED
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-FIND-PRIMARY-HOLDER THRU 3600-EXIT
           IF WS-HOLDER-CUSTOMER-ID = ZERO
               ADD 1 TO WS-NOTICES-MISSED
               GO TO 3500-EXIT
           END-IF
           MOVE WS-HOLDER-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOTICES-MISSED
                   GO TO 3500-EXIT
           END-READ
           EVALUATE TRUE
               WHEN LNM-BUCKET-90-PLUS
                   MOVE 90 TO WS-NOTICE-MARK
               WHEN LNM-BUCKET-60-89
                   MOVE 60 TO WS-NOTICE-MARK
               WHEN OTHER
                   MOVE 30 TO WS-NOTICE-MARK
           END-EVALUATE
           MOVE SPACES TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE CUM-NAME TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE CUM-ADDR-LINE-1 TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           IF CUM-ADDR-LINE-2 NOT = SPACES
               MOVE CUM-ADDR-LINE-2 TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CUM-CITY ' ' CUM-STATE ' ' CUM-ZIP
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           IF LNM-BUCKET-90-PLUS
               STRING 'FINAL NOTICE - LOAN ' LNM-ACCOUNT-ID
                   ' IS 90 DAYS PAST DUE.'
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
           ELSE
               STRING 'YOUR LOAN ' LNM-ACCOUNT-ID ' IS '
                   WS-NOTICE-MARK ' DAYS PAST DUE.'
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-IF
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'PAYMENTS MISSED: ' LNM-PAST-DUE-COUNT
               '.  PLEASE PAY OR CONTACT THE BRANCH.'
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'LOAN PAYMENT ' WS-NOTICE-MARK
               ' DAYS PAST DUE'
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           MOVE WS-HOLDER-CUSTOMER-ID TO NTL-CUSTOMER-ID
           MOVE LNM-ACCOUNT-ID TO NTL-ACCOUNT-ID
           SET NTL-TYPE-LOAN-PAST-DUE TO TRUE
           MOVE ZERO TO NTL-REF-UID
           MOVE WS-TODAY-DATE TO NTL-NOTICE-DATE
           MOVE WS-NOTICE-TEXT TO NTL-TEXT
           WRITE NOTICE-LOG-RECORD
           MOVE LNM-DELINQ-BUCKET TO LNM-NOTICE-BUCKET
           ADD 1 TO WS-NOTICE-COUNT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-FIND-PRIMARY-HOLDER - who the notice goes to, off
      * the customer-account links.  The first primary holder
      * wins.
      *-----------------------------------------------------------*
       3600-FIND-PRIMARY-HOLDER.
           MOVE ZERO TO WS-HOLDER-CUSTOMER-ID
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE ZERO TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 3650-TEST-ONE-LINK THRU 3650-EXIT
               UNTIL WS-END-OF-LINKS
               OR WS-HOLDER-CUSTOMER-ID NOT = ZERO.
       3600-EXIT.
           EXIT.

       3650-TEST-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
               NOT AT END
                   IF CAR-ACCOUNT-ID = LNM-ACCOUNT-ID
                       AND CAR-ROLE-PRIMARY
                       MOVE CAR-CUSTOMER-ID
                           TO WS-HOLDER-CUSTOMER-ID
                   END-IF
           END-READ.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
           DISPLAY 'PRINCIPAL PREPAYMENTS: ' WS-PREPAY-COUNT
           DISPLAY 'REMAINDERS CARRIED: ' WS-CARRIED-COUNT
           DISPLAY 'LOANS PAID OFF: ' WS-PAIDOFF-COUNT
           DISPLAY 'PAYOFF QUOTES SETTLED: ' WS-PAYOFF-COUNT
           DISPLAY 'ESCROW BALANCES REFUNDED: '
               WS-ESCROW-REFUND-COUNT
           DISPLAY 'LOANS FLAGGED PAST DUE: ' WS-PASTDUE-COUNT
           DISPLAY 'LATE FEES CHARGED: ' WS-LATE-FEE-COUNT
           DISPLAY 'LATE FEE PAYMENTS APPLIED: ' WS-FEES-PAID-COUNT
           DISPLAY 'PAST-DUE NOTICES WRITTEN: ' WS-NOTICE-COUNT
           IF WS-NOTICES-MISSED > ZERO
               DISPLAY 'PAST-DUE NOTICES NOT DELIVERABLE: '
                   WS-NOTICES-MISSED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE POSTING-LOG
           CLOSE LOAN-MASTER
           CLOSE AMORT-SCHEDULE
           CLOSE LOAN-REPORT
           IF WS-QUOTES-OPEN
               CLOSE PAYOFF-QUOTE-FILE
           END-IF
           IF WS-NOTICE-FILES-OPEN
               CLOSE FEE-ACTIVITY
               CLOSE NOTICE-LOG
               CLOSE LETTER-FILE
               CLOSE ESCROW-PAYMENT-FILE
           END-IF
           IF WS-ADDRESS-OPEN
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
           END-IF.
       9000-EXIT.
           EXIT.
