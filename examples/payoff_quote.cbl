      *-----------------------------------------------------------*
      * PROGRAM:      PAYQUOTE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Loan payoff quotes.  Takes a loan account and the date
      * the payoff must be good through - the business date up to
      * thirty days out - and works the figure off the loan
      * master instead of the schedule and a calculator:
      *
      *   principal      LNM-PRINCIPAL-BALANCE
      *   + interest     accrued at the contract rate from the
      *                  last payment to the good-through date
      *   + late fees    charged by LOANPAY and still owed
      *   - funds held   a receipt short of an installment,
      *                  carried on the loan as unapplied
      *
      * with the per-diem (a day's interest on the principal) for
      * a payment that arrives later.  Each quote confirmed is
      * logged on the quote file (PAYQUOTE.CPY) and its payoff
      * letter, addressed to the primary holder, appended to
      * PAYOFF.OUT for printing.  LOANPAY closes the loan when a
      * receipt matches an open quote.  LIST shows the quotes
      * already given on a loan.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to PAYQUOTE, and to each command
      * run, on the entitlements table (ENTCHECK).
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  The operator is checked for an active
      *                    session and entitlement (ENTCHECK)
      *                    before anything is done, and for each
      *                    command run.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYQUOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT PAYOFF-QUOTE-FILE ASSIGN TO "PAYQUOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQT-KEY
               FILE STATUS IS WS-QUOTE-STATUS.
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
           SELECT LETTER-FILE ASSIGN TO "PAYOFF.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  PAYOFF-QUOTE-FILE.
       COPY "payquote.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LM-OK                       VALUE '00'.
       01  WS-QUOTE-STATUS          PIC X(02).
           88  WS-PQ-OK                       VALUE '00'.
           88  WS-PQ-NOT-FOUND                VALUE '35'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-LETTER-STATUS         PIC X(02).
           88  WS-LT-OK                       VALUE '00'.
           88  WS-LT-NOT-FOUND                VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-QUOTE-EOF-SW          PIC X(01).
           88  WS-END-OF-QUOTES               VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CONFIRM               PIC X(01).
       01  WS-PICK-ACCOUNT-ID       PIC 9(07).
       01  WS-GOOD-THROUGH          PIC 9(08).
       01  WS-MAX-QUOTE-DAYS        PIC 9(02) VALUE 30.
       01  WS-QUOTE-DAYS            PIC S9(05).
       01  WS-ACCRUED-DAYS          PIC S9(05).
       01  WS-NEXT-QUOTE-NO         PIC 9(03).
       01  WS-QUOTE-COUNT           PIC 9(03).
       01  WS-HOLDER-CUSTOMER-ID    PIC 9(07).
       01  WS-NEW-QUOTE.
           05  WS-NQ-PRINCIPAL      PIC 9(07)V9(02).
           05  WS-NQ-INTEREST       PIC 9(06)V9(02).
           05  WS-NQ-LATE-FEES      PIC 9(06)V9(02).
           05  WS-NQ-UNAPPLIED      PIC 9(06)V9(02).
           05  WS-NQ-PAYOFF         PIC 9(07)V9(02).
           05  WS-NQ-PER-DIEM       PIC 9(04)V9(02).
       01  WS-AMOUNT-DISPLAY        PIC Z,ZZZ,ZZ9.99.
       01  WS-LETTER-TEXT           PIC X(80).
       01  WS-LETTER-AMOUNT-LINE.
           05  WS-LA-LABEL          PIC X(32).
           05  WS-LA-AMOUNT         PIC Z,ZZZ,ZZ9.99.
       01  WS-LIST-LINE.
           05  WS-LL-QUOTE-NO       PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-QUOTE-DATE     PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-GOOD-THROUGH   PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-PAYOFF         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-STATUS         PIC X(14).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - take the operator's ID for the quotes
      * given this session and verify the operator is signed on and
      * entitled, then open the quote file, creating it on first
      * use, and the letter file to append to.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'Operator ID: '
           ACCEPT WS-OPERATOR
           MOVE SPACES TO ENC-FUNCTION
           PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O PAYOFF-QUOTE-FILE
           IF WS-PQ-NOT-FOUND
               OPEN OUTPUT PAYOFF-QUOTE-FILE
               CLOSE PAYOFF-QUOTE-FILE
               OPEN I-O PAYOFF-QUOTE-FILE
           END-IF
           OPEN EXTEND LETTER-FILE
           IF WS-LT-NOT-FOUND
               OPEN OUTPUT LETTER-FILE
           END-IF
           OPEN INPUT LOAN-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           SET WS-FILES-OPEN TO TRUE
           IF NOT WS-PQ-OK OR NOT WS-LT-OK OR NOT WS-LM-OK
               OR NOT WS-CM-OK OR NOT WS-CA-OK
               DISPLAY 'UNABLE TO OPEN PAYOFF QUOTE FILES, STATUS '
                   WS-QUOTE-STATUS ' ' WS-LETTER-STATUS ' '
                   WS-LOAN-STATUS ' ' WS-CUSTOMER-STATUS ' '
                   WS-CUST-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run PAYQUOTE, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'PAYQUOTE' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run PAYQUOTE.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in PAYQUOTE.'
           END-EVALUATE.
       1250-EXIT.
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
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (QUOTE/LIST/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'QUOTE' OR 'LIST'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'QUOTE'
                   PERFORM 3000-QUOTE-PAYOFF THRU 3000-EXIT
               WHEN 'LIST'
                   PERFORM 5000-LIST-QUOTES THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-QUOTE-PAYOFF - the loan must be active; the
      * good-through date a real date from today up to the
      * longest a quote is given for.
      *-----------------------------------------------------------*
       3000-QUOTE-PAYOFF.
           DISPLAY 'Loan account ID: '
           ACCEPT WS-PICK-ACCOUNT-ID
           MOVE WS-PICK-ACCOUNT-ID TO LNM-ACCOUNT-ID
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY 'No loan booked for this account.'
                   GO TO 3000-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               DISPLAY 'Loan is paid off, no quote given.'
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Good through date (YYYYMMDD): '
           ACCEPT WS-GOOD-THROUGH
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-GOOD-THROUGH)
               NOT = ZERO
               OR WS-GOOD-THROUGH < WS-TODAY-DATE
               DISPLAY 'Good-through date must be a date from '
                   'today on.'
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-QUOTE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-GOOD-THROUGH)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           IF WS-QUOTE-DAYS > WS-MAX-QUOTE-DAYS
               DISPLAY 'A quote is good for at most '
                   WS-MAX-QUOTE-DAYS ' days.'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-WORK-FIGURE THRU 3100-EXIT
           PERFORM 3200-SHOW-FIGURE THRU 3200-EXIT
           DISPLAY 'Log this quote and print the letter? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Quote not logged.'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3300-LOG-QUOTE THRU 3300-EXIT
           PERFORM 3500-WRITE-LETTER THRU 3500-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-WORK-FIGURE - interest at the contract rate on the
      * principal from the last payment applied to the good-
      * through date, the late fees owed, less any receipt held
      * as unapplied.  A loan booked before late charges came in
      * owes none.
      *-----------------------------------------------------------*
       3100-WORK-FIGURE.
           MOVE LNM-PRINCIPAL-BALANCE TO WS-NQ-PRINCIPAL
           COMPUTE WS-ACCRUED-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-GOOD-THROUGH)
               - FUNCTION INTEGER-OF-DATE (LNM-LAST-PAID-DATE)
           IF WS-ACCRUED-DAYS < ZERO
               MOVE ZERO TO WS-ACCRUED-DAYS
           END-IF
           COMPUTE WS-NQ-INTEREST ROUNDED =
               LNM-PRINCIPAL-BALANCE * LNM-ANNUAL-RATE
               * WS-ACCRUED-DAYS / 365
           COMPUTE WS-NQ-PER-DIEM ROUNDED =
               LNM-PRINCIPAL-BALANCE * LNM-ANNUAL-RATE / 365
           IF LNM-LATE-FEES-DUE NUMERIC
               MOVE LNM-LATE-FEES-DUE TO WS-NQ-LATE-FEES
           ELSE
               MOVE ZERO TO WS-NQ-LATE-FEES
           END-IF
           MOVE LNM-UNAPPLIED-AMOUNT TO WS-NQ-UNAPPLIED
           IF WS-NQ-UNAPPLIED > WS-NQ-PRINCIPAL + WS-NQ-INTEREST
               + WS-NQ-LATE-FEES
               MOVE ZERO TO WS-NQ-PAYOFF
           ELSE
               COMPUTE WS-NQ-PAYOFF =
                   WS-NQ-PRINCIPAL + WS-NQ-INTEREST
                   + WS-NQ-LATE-FEES - WS-NQ-UNAPPLIED
           END-IF.
       3100-EXIT.
           EXIT.

       3200-SHOW-FIGURE.
           MOVE WS-NQ-PRINCIPAL TO WS-AMOUNT-DISPLAY
           DISPLAY 'Principal balance:      ' WS-AMOUNT-DISPLAY
           MOVE WS-NQ-INTEREST TO WS-AMOUNT-DISPLAY
           DISPLAY 'Interest to ' WS-GOOD-THROUGH ':  '
               WS-AMOUNT-DISPLAY
           MOVE WS-NQ-LATE-FEES TO WS-AMOUNT-DISPLAY
           DISPLAY 'Late charges owed:      ' WS-AMOUNT-DISPLAY
           MOVE WS-NQ-UNAPPLIED TO WS-AMOUNT-DISPLAY
           DISPLAY 'Less funds held:        ' WS-AMOUNT-DISPLAY
           MOVE WS-NQ-PAYOFF TO WS-AMOUNT-DISPLAY
           DISPLAY 'PAYOFF AMOUNT:          ' WS-AMOUNT-DISPLAY
           MOVE WS-NQ-PER-DIEM TO WS-AMOUNT-DISPLAY
           DISPLAY 'Per diem after that:    ' WS-AMOUNT-DISPLAY.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-LOG-QUOTE - the next quote number for the loan and
      * the quote row, open.
      *-----------------------------------------------------------*
       3300-LOG-QUOTE.
           PERFORM 3400-FIND-NEXT-QUOTE-NO THRU 3400-EXIT
           MOVE WS-PICK-ACCOUNT-ID TO PQT-ACCOUNT-ID
           MOVE WS-NEXT-QUOTE-NO TO PQT-QUOTE-NO
           MOVE WS-TODAY-DATE TO PQT-QUOTE-DATE
           MOVE WS-GOOD-THROUGH TO PQT-GOOD-THROUGH
           MOVE WS-NQ-PRINCIPAL TO PQT-PRINCIPAL
           MOVE WS-NQ-INTEREST TO PQT-INTEREST
           MOVE WS-NQ-LATE-FEES TO PQT-LATE-FEES
           MOVE WS-NQ-UNAPPLIED TO PQT-UNAPPLIED
           MOVE WS-NQ-PAYOFF TO PQT-PAYOFF-AMOUNT
           MOVE WS-NQ-PER-DIEM TO PQT-PER-DIEM
           MOVE WS-OPERATOR TO PQT-QUOTED-BY
           SET PQT-OPEN TO TRUE
           MOVE ZERO TO PQT-SETTLED-DATE
           WRITE PAYOFF-QUOTE-RECORD
               INVALID KEY
                   DISPLAY 'Quote file write failed, status '
                       WS-QUOTE-STATUS
                   GO TO 3300-EXIT
           END-WRITE
           DISPLAY 'Quote ' PQT-QUOTE-NO ' logged on loan '
               PQT-ACCOUNT-ID '.'.
       3300-EXIT.
           EXIT.

       3400-FIND-NEXT-QUOTE-NO.
           MOVE 1 TO WS-NEXT-QUOTE-NO
           MOVE 'N' TO WS-QUOTE-EOF-SW
           MOVE WS-PICK-ACCOUNT-ID TO PQT-ACCOUNT-ID
           MOVE ZERO TO PQT-QUOTE-NO
           START PAYOFF-QUOTE-FILE KEY NOT LESS THAN PQT-KEY
               INVALID KEY
                   SET WS-END-OF-QUOTES TO TRUE
           END-START
           PERFORM 3450-COUNT-ONE-QUOTE THRU 3450-EXIT
               UNTIL WS-END-OF-QUOTES.
       3400-EXIT.
           EXIT.

       3450-COUNT-ONE-QUOTE.
           READ PAYOFF-QUOTE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-QUOTES TO TRUE
                   GO TO 3450-EXIT
           END-READ
           IF PQT-ACCOUNT-ID NOT = WS-PICK-ACCOUNT-ID
               SET WS-END-OF-QUOTES TO TRUE
               GO TO 3450-EXIT
           END-IF
           COMPUTE WS-NEXT-QUOTE-NO = PQT-QUOTE-NO + 1.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-WRITE-LETTER - the payoff letter to the primary
      * holder, built from the quote row just logged.  No primary
      * holder on the links prints the letter unaddressed for
      * the branch to complete.
      *-----------------------------------------------------------*
       3500-WRITE-LETTER.
           PERFORM 3600-FIND-PRIMARY-HOLDER THRU 3600-EXIT
           MOVE SPACES TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE WS-HOLDER-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'TO THE BORROWER' TO WS-LETTER-TEXT
                   WRITE LETTER-LINE FROM WS-LETTER-TEXT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 3550-WRITE-ADDRESS THRU 3550-EXIT
           END-READ
           MOVE SPACES TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           STRING 'PAYOFF QUOTE ' PQT-QUOTE-NO ' FOR LOAN '
               PQT-ACCOUNT-ID ', QUOTED ' PQT-QUOTE-DATE
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE 'PRINCIPAL BALANCE' TO WS-LA-LABEL
           MOVE PQT-PRINCIPAL TO WS-LA-AMOUNT
           WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE SPACES TO WS-LA-LABEL
           STRING 'INTEREST TO ' PQT-GOOD-THROUGH
               DELIMITED BY SIZE INTO WS-LA-LABEL
           MOVE PQT-INTEREST TO WS-LA-AMOUNT
           WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE 'LATE CHARGES' TO WS-LA-LABEL
           MOVE PQT-LATE-FEES TO WS-LA-AMOUNT
           WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
           IF PQT-UNAPPLIED > ZERO
               MOVE 'LESS FUNDS HELD ON THE LOAN' TO WS-LA-LABEL
               MOVE PQT-UNAPPLIED TO WS-LA-AMOUNT
               WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
           END-IF
           MOVE 'PAYOFF AMOUNT' TO WS-LA-LABEL
           MOVE PQT-PAYOFF-AMOUNT TO WS-LA-AMOUNT
           WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'THIS FIGURE IS GOOD THROUGH ' PQT-GOOD-THROUGH
               '.  AFTER THAT DATE ADD THE'
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE 'PER DIEM FOR EACH FURTHER DAY' TO WS-LA-LABEL
           MOVE PQT-PER-DIEM TO WS-LA-AMOUNT
           WRITE LETTER-LINE FROM WS-LETTER-AMOUNT-LINE
           MOVE 'AND ASK US FOR A NEW QUOTE BEFORE SENDING FUNDS.'
               TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
       3500-EXIT.
           EXIT.

       3550-WRITE-ADDRESS.
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
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-FIND-PRIMARY-HOLDER - who the letter goes to, off
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
                   IF CAR-ACCOUNT-ID = PQT-ACCOUNT-ID
                       AND CAR-ROLE-PRIMARY
                       MOVE CAR-CUSTOMER-ID
                           TO WS-HOLDER-CUSTOMER-ID
                   END-IF
           END-READ.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-LIST-QUOTES - every quote given on a loan, with
      * whether it is still open, past its date, or paid.
      *-----------------------------------------------------------*
       5000-LIST-QUOTES.
           DISPLAY 'Loan account ID: '
           ACCEPT WS-PICK-ACCOUNT-ID
           MOVE ZERO TO WS-QUOTE-COUNT
           MOVE 'N' TO WS-QUOTE-EOF-SW
           MOVE WS-PICK-ACCOUNT-ID TO PQT-ACCOUNT-ID
           MOVE ZERO TO PQT-QUOTE-NO
           START PAYOFF-QUOTE-FILE KEY NOT LESS THAN PQT-KEY
               INVALID KEY
                   SET WS-END-OF-QUOTES TO TRUE
           END-START
           PERFORM 5100-LIST-ONE-QUOTE THRU 5100-EXIT
               UNTIL WS-END-OF-QUOTES
           IF WS-QUOTE-COUNT = ZERO
               DISPLAY 'No payoff quotes on this loan.'
           END-IF.
       5000-EXIT.
           EXIT.

       5100-LIST-ONE-QUOTE.
           READ PAYOFF-QUOTE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-QUOTES TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF PQT-ACCOUNT-ID NOT = WS-PICK-ACCOUNT-ID
               SET WS-END-OF-QUOTES TO TRUE
               GO TO 5100-EXIT
           END-IF
           ADD 1 TO WS-QUOTE-COUNT
           MOVE PQT-QUOTE-NO TO WS-LL-QUOTE-NO
           MOVE PQT-QUOTE-DATE TO WS-LL-QUOTE-DATE
           MOVE PQT-GOOD-THROUGH TO WS-LL-GOOD-THROUGH
           MOVE PQT-PAYOFF-AMOUNT TO WS-LL-PAYOFF
           EVALUATE TRUE
               WHEN PQT-PAID
                   MOVE SPACES TO WS-LL-STATUS
                   STRING 'PAID ' PQT-SETTLED-DATE
                       DELIMITED BY SIZE INTO WS-LL-STATUS
               WHEN PQT-GOOD-THROUGH < WS-TODAY-DATE
                   MOVE 'EXPIRED' TO WS-LL-STATUS
               WHEN OTHER
                   MOVE 'OPEN' TO WS-LL-STATUS
           END-EVALUATE
           DISPLAY WS-LIST-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE PAYOFF-QUOTE-FILE
               CLOSE LETTER-FILE
               CLOSE LOAN-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
           END-IF.
       9000-EXIT.
           EXIT.
