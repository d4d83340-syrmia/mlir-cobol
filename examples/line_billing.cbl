      *-----------------------------------------------------------*
      * PROGRAM:      LOCBILL
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Credit-line billing.  Runs nightly after TRANPOST and
      * does three things for each line on the credit-line master
      * (LOCMST):
      *
      *   - takes up the payments posted to the line since the
      *     last run (posted DE and IN entries on the posting
      *     log), counting them toward the minimum billed and
      *     off any arrears the line is carrying;
      *   - once the bill's due date has passed, flags the line
      *     past due when the payments since the bill fall short
      *     of its minimum, and carries the shortfall as arrears
      *     until later payments clear it;
      *   - on the first run of a new month, bills the line: the
      *     drawn balance off the account master, a minimum
      *     payment (a percentage of the drawn balance, never
      *     below the floor, never more than is drawn, plus any
      *     arrears), and a due date, printed as the customer's
      *     billing statement (LOCSTMT.OUT).
      *
      * The terms come off the LOCPARM card.  Every bill, past-due
      * mark and cure is listed on the run report (LOCBILL.OUT).
      * A line on a closed or charged-off account is left alone.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and report columns
      *                    widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCBILL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-LINE-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-ACCOUNT-ID
               FILE STATUS IS WS-LINE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-LOG-STATUS.
           SELECT LINE-BILLING-PARM ASSIGN TO "LOCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT LINE-STATEMENT ASSIGN TO "LOCSTMT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT BILLING-REPORT ASSIGN TO "LOCBILL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CREDIT-LINE-FILE.
       COPY "crline.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  POSTING-LOG.
       COPY "postlog.cpy".

       FD  LINE-BILLING-PARM.
       COPY "locparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  LINE-STATEMENT.
       01  LINE-STATEMENT-LINE         PIC X(80).

       FD  BILLING-REPORT.
       01  BILLING-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LINE-STATUS           PIC X(02).
           88  WS-LC-OK                       VALUE '00'.
           88  WS-LC-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PL-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-STATEMENT-STATUS      PIC X(02).
           88  WS-ST-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-LINE-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-LINES                VALUE 'Y'.
       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOG                  VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-MIN-PAY-PCT           PIC 9V9(04) VALUE 0.0300.
       01  WS-MIN-PAY-FLOOR         PIC 9(04)V9(02) VALUE 25.00.
       01  WS-DUE-DAYS              PIC 9(02) VALUE 25.
       01  WS-DUE-DATE-INT          PIC 9(07).
       01  WS-DRAWN-BALANCE         PIC 9(11)V9(02).
       01  WS-AVAILABLE-CREDIT      PIC S9(11)V9(02).
       01  WS-MIN-DUE               PIC 9(07)V9(02).
       01  WS-PAID-THIS-RUN         PIC 9(07)V9(02).
       01  WS-PAID-SINCE-BILL       PIC 9(07)V9(02).
       01  WS-ACTION                PIC X(10).
       01  WS-BILLED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-BILLED-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
       01  WS-MIN-DUE-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-PAST-DUE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CURED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-LINE-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-LINE-MAX              PIC 9(04) VALUE 500.
       01  WS-LINE-SUB              PIC 9(04).
       01  WS-LINE-FOUND-SUB        PIC 9(04).
       01  WS-LINE-TABLE.
           05  WS-LINE-ENTRY OCCURS 500 TIMES.
               10  WS-LT-ACCOUNT-ID     PIC 9(07).
               10  WS-LT-WATERMARK      PIC 9(08).
               10  WS-LT-PAID           PIC 9(07)V9(02).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(28) VALUE
               'CREDIT-LINE BILLING AS OF   '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(48) VALUE
               '  ACCOUNT  ACTION           DRAWN       MINIMUM'.
           05  FILLER               PIC X(24) VALUE
               '  DUE DATE      PAST DUE'.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACTION         PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DRAWN          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-MIN-DUE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DUE-DATE       PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-PAST-DUE       PIC Z,ZZZ,ZZ9.99.
       01  WS-STMT-TITLE.
           05  FILLER               PIC X(40) VALUE
               'LINE OF CREDIT BILLING STATEMENT        '.
           05  FILLER               PIC X(14) VALUE
               'STATEMENT DATE'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-SH-DATE           PIC 9(08).
       01  WS-STMT-HOLDER.
           05  FILLER               PIC X(08) VALUE 'ACCOUNT '.
           05  WS-SH-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SH-HOLDER         PIC X(50).
       01  WS-STMT-AMOUNT-LINE.
           05  WS-SA-LABEL          PIC X(30).
           05  WS-SA-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  WS-STMT-DATE-LINE.
           05  WS-SD-LABEL          PIC X(30).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-SD-DATE           PIC 9(08).
       01  WS-STMT-NOTICE           PIC X(80).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC ZZ,ZZ9.
       01  WS-AMOUNT-TOTAL-LINE.
           05  WS-ATL-LABEL         PIC X(30).
           05  WS-ATL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-LOAD-ONE-LINE THRU 2000-EXIT
                   UNTIL WS-END-OF-LINES
               PERFORM 3000-SCAN-POSTINGS THRU 3000-EXIT
               MOVE ZERO TO WS-LINE-SUB
               PERFORM 4000-PROCESS-ONE-LINE THRU 4000-EXIT
                   UNTIL WS-LINE-SUB = WS-LINE-COUNT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no credit-line master just means no
      * lines are booked yet; there is nothing to bill.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O CREDIT-LINE-FILE
           IF WS-LC-NOT-FOUND
               DISPLAY 'NO CREDIT LINES ON FILE'
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT LINE-STATEMENT
           OPEN OUTPUT BILLING-REPORT
           IF NOT WS-LC-OK OR NOT WS-AF-OK OR NOT WS-ST-OK
               OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN CREDIT-LINE BILLING FILES, '
                   'STATUS ' WS-LINE-STATUS ' ' WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           PERFORM 1400-READ-BILLING-TERMS THRU 1400-EXIT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE BILLING-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE BILLING-REPORT-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-READ-BUSINESS-DATE
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
      * 1400-READ-BILLING-TERMS - the LOCPARM card, field by
      * field over the defaults.  A bill must fall due before the
      * next month's bill is cut, so the due days are held to 28.
      *-----------------------------------------------------------*
       1400-READ-BILLING-TERMS.
           OPEN INPUT LINE-BILLING-PARM
           IF WS-PM-OK
               READ LINE-BILLING-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LBP-MIN-PAY-PCT > ZERO
                           MOVE LBP-MIN-PAY-PCT TO WS-MIN-PAY-PCT
                       END-IF
                       IF LBP-MIN-PAY-FLOOR > ZERO
                           MOVE LBP-MIN-PAY-FLOOR
                               TO WS-MIN-PAY-FLOOR
                       END-IF
                       IF LBP-DUE-DAYS > ZERO
                           MOVE LBP-DUE-DAYS TO WS-DUE-DAYS
                       END-IF
               END-READ
               CLOSE LINE-BILLING-PARM
           END-IF
           IF WS-DUE-DAYS > 28
               MOVE 28 TO WS-DUE-DAYS
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-ONE-LINE - each line and the date its payments
      * have been taken up through.  A full table leaves the rest
      * for the next run; their watermarks do not move, so no
      * payment is lost.
      *-----------------------------------------------------------*
       2000-LOAD-ONE-LINE.
           READ CREDIT-LINE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-LINES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF WS-LINE-COUNT = WS-LINE-MAX
               ADD 1 TO WS-SKIPPED-COUNT
               DISPLAY 'CREDIT-LINE TABLE FULL - ACCOUNT '
                   LOC-ACCOUNT-ID ' LEFT FOR NEXT RUN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE LOC-ACCOUNT-ID TO WS-LT-ACCOUNT-ID (WS-LINE-COUNT)
           MOVE LOC-PAID-THRU-DATE TO WS-LT-WATERMARK (WS-LINE-COUNT)
           MOVE ZERO TO WS-LT-PAID (WS-LINE-COUNT).
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SCAN-POSTINGS - every credit posted to a line after
      * its watermark and through the business date is a payment
      * toward it.  The log is read whole, so entries posted the
      * same day are all counted.
      *-----------------------------------------------------------*
       3000-SCAN-POSTINGS.
           OPEN INPUT POSTING-LOG
           IF NOT WS-PL-OK
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-ONE-LOG-ENTRY THRU 3100-EXIT
               UNTIL WS-END-OF-LOG
           CLOSE POSTING-LOG.
       3000-EXIT.
           EXIT.

       3100-READ-ONE-LOG-ENTRY.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       AND (PLG-TRAN-TYPE = 'DE' OR 'IN')
                       AND PLG-POST-DATE NOT > WS-TODAY-DATE
                       PERFORM 3200-TAKE-PAYMENT THRU 3200-EXIT
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

       3200-TAKE-PAYMENT.
           MOVE ZERO TO WS-LINE-FOUND-SUB
           MOVE ZERO TO WS-LINE-SUB
           PERFORM 3250-FIND-ONE-ENTRY THRU 3250-EXIT
               UNTIL WS-LINE-SUB = WS-LINE-COUNT
               OR WS-LINE-FOUND-SUB NOT = ZERO
           IF WS-LINE-FOUND-SUB = ZERO
               GO TO 3200-EXIT
           END-IF
           IF PLG-POST-DATE NOT >
               WS-LT-WATERMARK (WS-LINE-FOUND-SUB)
               GO TO 3200-EXIT
           END-IF
           ADD PLG-AMOUNT TO WS-LT-PAID (WS-LINE-FOUND-SUB).
       3200-EXIT.
           EXIT.

       3250-FIND-ONE-ENTRY.
           ADD 1 TO WS-LINE-SUB
           IF WS-LT-ACCOUNT-ID (WS-LINE-SUB) = PLG-ACCOUNT-ID
               MOVE WS-LINE-SUB TO WS-LINE-FOUND-SUB
           END-IF.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PROCESS-ONE-LINE - payments first, so a payment that
      * arrived by the due date counts before the line is judged;
      * then the due-date check; then the month's bill.
      *-----------------------------------------------------------*
       4000-PROCESS-ONE-LINE.
           ADD 1 TO WS-LINE-SUB
           MOVE WS-LT-ACCOUNT-ID (WS-LINE-SUB) TO LOC-ACCOUNT-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   GO TO 4000-EXIT
           END-READ
           MOVE LOC-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
                   DISPLAY 'CREDIT LINE WITH NO ACCOUNT: '
                       LOC-ACCOUNT-ID
                   GO TO 4000-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 4000-EXIT
           END-IF
           IF ACCT-LEDGER-BALANCE < ZERO
               COMPUTE WS-DRAWN-BALANCE = ACCT-LEDGER-BALANCE * -1
           ELSE
               MOVE ZERO TO WS-DRAWN-BALANCE
           END-IF
           MOVE WS-LT-PAID (WS-LINE-SUB) TO WS-PAID-THIS-RUN
           PERFORM 4100-APPLY-PAYMENTS THRU 4100-EXIT
           PERFORM 4200-CHECK-DUE-DATE THRU 4200-EXIT
           IF WS-TODAY-DATE (1:6) NOT = LOC-LAST-BILL-DATE (1:6)
               PERFORM 4300-BILL-ONE-LINE THRU 4300-EXIT
           END-IF
           REWRITE CREDIT-LINE-RECORD
               INVALID KEY
                   DISPLAY 'CREDIT LINE REWRITE FAILED: '
                       LOC-ACCOUNT-ID
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-APPLY-PAYMENTS - tonight's payments count toward the
      * current bill and pay down any arrears; arrears paid off
      * cure the past-due mark.
      *-----------------------------------------------------------*
       4100-APPLY-PAYMENTS.
           MOVE WS-TODAY-DATE TO LOC-PAID-THRU-DATE
           IF WS-PAID-THIS-RUN = ZERO
               GO TO 4100-EXIT
           END-IF
           ADD WS-PAID-THIS-RUN TO LOC-PAID-SINCE-BILL
           IF NOT LOC-PAST-DUE
               GO TO 4100-EXIT
           END-IF
           IF WS-PAID-THIS-RUN < LOC-PAST-DUE-AMOUNT
               SUBTRACT WS-PAID-THIS-RUN FROM LOC-PAST-DUE-AMOUNT
           ELSE
               MOVE ZERO TO LOC-PAST-DUE-AMOUNT
               MOVE 'N' TO LOC-PAST-DUE-SW
               ADD 1 TO WS-CURED-COUNT
               MOVE 'CURED' TO WS-ACTION
               PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-CHECK-DUE-DATE - the day after the due date, a bill
      * whose minimum the payments since it have not met marks
      * the line past due, the shortfall carried as arrears.  A
      * bill is judged once.
      *-----------------------------------------------------------*
       4200-CHECK-DUE-DATE.
           IF LOC-DUE-CHECKED
               OR LOC-MIN-DUE = ZERO
               OR WS-TODAY-DATE NOT > LOC-DUE-DATE
               GO TO 4200-EXIT
           END-IF
           SET LOC-DUE-CHECKED TO TRUE
           IF LOC-PAID-SINCE-BILL NOT < LOC-MIN-DUE
               GO TO 4200-EXIT
           END-IF
           COMPUTE LOC-PAST-DUE-AMOUNT =
               LOC-MIN-DUE - LOC-PAID-SINCE-BILL
           SET LOC-PAST-DUE TO TRUE
           ADD 1 TO LOC-TIMES-PAST-DUE
           ADD 1 TO WS-PAST-DUE-COUNT
           MOVE 'PAST DUE' TO WS-ACTION
           PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-BILL-ONE-LINE - the month's bill on the drawn
      * balance: the percentage, raised to the floor, plus the
      * arrears, but never more than is drawn.  Nothing drawn
      * means nothing due; a closed line with nothing drawn is
      * not billed at all.
      *-----------------------------------------------------------*
       4300-BILL-ONE-LINE.
           IF LOC-CLOSED AND WS-DRAWN-BALANCE = ZERO
               GO TO 4300-EXIT
           END-IF
           MOVE LOC-PAID-SINCE-BILL TO WS-PAID-SINCE-BILL
           COMPUTE WS-MIN-DUE ROUNDED =
               WS-DRAWN-BALANCE * WS-MIN-PAY-PCT
           IF WS-MIN-DUE < WS-MIN-PAY-FLOOR
               MOVE WS-MIN-PAY-FLOOR TO WS-MIN-DUE
           END-IF
           ADD LOC-PAST-DUE-AMOUNT TO WS-MIN-DUE
           IF WS-MIN-DUE > WS-DRAWN-BALANCE
               MOVE WS-DRAWN-BALANCE TO WS-MIN-DUE
           END-IF
           MOVE WS-TODAY-DATE TO LOC-LAST-BILL-DATE
           MOVE WS-DRAWN-BALANCE TO LOC-BILLED-BALANCE
           MOVE WS-MIN-DUE TO LOC-MIN-DUE
           MOVE ZERO TO LOC-PAID-SINCE-BILL
           IF WS-MIN-DUE = ZERO
               MOVE ZERO TO LOC-DUE-DATE
               SET LOC-DUE-CHECKED TO TRUE
           ELSE
               COMPUTE WS-DUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   + WS-DUE-DAYS
               COMPUTE LOC-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
               MOVE 'N' TO LOC-DUE-CHECKED-SW
           END-IF
           IF LOC-OPEN AND LOC-EXPIRY-DATE NOT < WS-TODAY-DATE
               COMPUTE WS-AVAILABLE-CREDIT =
                   LOC-LIMIT - WS-DRAWN-BALANCE
               IF WS-AVAILABLE-CREDIT < ZERO
                   MOVE ZERO TO WS-AVAILABLE-CREDIT
               END-IF
           ELSE
               MOVE ZERO TO WS-AVAILABLE-CREDIT
           END-IF
           PERFORM 4400-WRITE-STATEMENT THRU 4400-EXIT
           ADD 1 TO WS-BILLED-COUNT
           ADD WS-DRAWN-BALANCE TO WS-BILLED-TOTAL
           ADD WS-MIN-DUE TO WS-MIN-DUE-TOTAL
           MOVE 'BILLED' TO WS-ACTION
           PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-WRITE-STATEMENT - the customer's billing statement
      * for the line.
      *-----------------------------------------------------------*
       4400-WRITE-STATEMENT.
           MOVE WS-TODAY-DATE TO WS-SH-DATE
           WRITE LINE-STATEMENT-LINE FROM WS-STMT-TITLE
           MOVE LOC-ACCOUNT-ID TO WS-SH-ACCOUNT-ID
           MOVE ACCT-ACCOUNT-HOLDER TO WS-SH-HOLDER
           WRITE LINE-STATEMENT-LINE FROM WS-STMT-HOLDER
           MOVE SPACES TO LINE-STATEMENT-LINE
           WRITE LINE-STATEMENT-LINE
           MOVE 'CREDIT LIMIT' TO WS-SA-LABEL
           MOVE LOC-LIMIT TO WS-SA-AMOUNT
           WRITE LINE-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE 'LINE EXPIRES' TO WS-SD-LABEL
           MOVE LOC-EXPIRY-DATE TO WS-SD-DATE
           WRITE LINE-STATEMENT-LINE FROM WS-STMT-DATE-LINE
           MOVE 'BALANCE DRAWN' TO WS-SA-LABEL
           MOVE WS-DRAWN-BALANCE TO WS-SA-AMOUNT
           WRITE LINE-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE 'AVAILABLE CREDIT' TO WS-SA-LABEL
           MOVE WS-AVAILABLE-CREDIT TO WS-SA-AMOUNT
           WRITE LINE-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           MOVE 'PAYMENTS SINCE LAST BILL' TO WS-SA-LABEL
           MOVE WS-PAID-SINCE-BILL TO WS-SA-AMOUNT
           WRITE LINE-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           IF LOC-PAST-DUE
               MOVE 'PAST DUE AMOUNT' TO WS-SA-LABEL
               MOVE LOC-PAST-DUE-AMOUNT TO WS-SA-AMOUNT
               WRITE LINE-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           END-IF
           MOVE 'MINIMUM PAYMENT DUE' TO WS-SA-LABEL
           MOVE WS-MIN-DUE TO WS-SA-AMOUNT
           WRITE LINE-STATEMENT-LINE FROM WS-STMT-AMOUNT-LINE
           IF WS-MIN-DUE > ZERO
               MOVE 'PAYMENT DUE DATE' TO WS-SD-LABEL
               MOVE LOC-DUE-DATE TO WS-SD-DATE
               WRITE LINE-STATEMENT-LINE FROM WS-STMT-DATE-LINE
           END-IF
           IF LOC-PAST-DUE
               MOVE SPACES TO WS-STMT-NOTICE
               STRING 'YOUR ACCOUNT IS PAST DUE.  THE PAST DUE '
                   'AMOUNT IS INCLUDED IN THE MINIMUM ABOVE.'
                   DELIMITED BY SIZE INTO WS-STMT-NOTICE
               WRITE LINE-STATEMENT-LINE FROM WS-STMT-NOTICE
           END-IF
           MOVE SPACES TO LINE-STATEMENT-LINE
           WRITE LINE-STATEMENT-LINE.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4900-WRITE-DETAIL - one line on the run report.
      *-----------------------------------------------------------*
       4900-WRITE-DETAIL.
           MOVE LOC-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE WS-ACTION TO WS-DL-ACTION
           MOVE WS-DRAWN-BALANCE TO WS-DL-DRAWN
           MOVE LOC-MIN-DUE TO WS-DL-MIN-DUE
           MOVE LOC-DUE-DATE TO WS-DL-DUE-DATE
           MOVE LOC-PAST-DUE-AMOUNT TO WS-DL-PAST-DUE
           WRITE BILLING-REPORT-LINE FROM WS-DETAIL-LINE.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO BILLING-REPORT-LINE
           WRITE BILLING-REPORT-LINE
           MOVE 'LINES BILLED:' TO WS-TOT-LABEL
           MOVE WS-BILLED-COUNT TO WS-TOT-COUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL BALANCE BILLED:' TO WS-ATL-LABEL
           MOVE WS-BILLED-TOTAL TO WS-ATL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
           MOVE 'TOTAL MINIMUM DUE:' TO WS-ATL-LABEL
           MOVE WS-MIN-DUE-TOTAL TO WS-ATL-AMOUNT
           WRITE BILLING-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
           MOVE 'MARKED PAST DUE:' TO WS-TOT-LABEL
           MOVE WS-PAST-DUE-COUNT TO WS-TOT-COUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'PAST DUE CURED:' TO WS-TOT-LABEL
           MOVE WS-CURED-COUNT TO WS-TOT-COUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LINES SKIPPED:' TO WS-TOT-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-TOT-COUNT
           WRITE BILLING-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'CREDIT LINES BILLED: ' WS-BILLED-COUNT
               ' PAST DUE: ' WS-PAST-DUE-COUNT
               ' CURED: ' WS-CURED-COUNT
               ' SKIPPED: ' WS-SKIPPED-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE CREDIT-LINE-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE LINE-STATEMENT
               CLOSE BILLING-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
