      * programs, any missed one surfacing weeks later in the
      * integrity audit.
      *
      * A primary holder under the age of majority must name a
      * guardian already on the customer master; the guardian is
      * linked to the new account in the guardian role and the
      * minor's date of birth is kept for MINORCNV.
      *
      * Customer IDs and account IDs are issued past the highest
      * already on their masters; the account's seventh digit is
      * the weighted mod-10 check of the first six, computed here
      *   2026-09-02  RLB  Journal the customer, account, and
      *                    link writes to MSTJRNL so a restored
      *                    backup replays the day's openings.
      *   2026-10-15  RLB  A new account is written with its
      *                    carried balance block zero and stamped
      *                    as of today; the opening deposit
      *                    reaches it through posting like any
      *                    other DE.
      *   2026-10-15  RLB  New customers start with no date of
      *                    death on file.
      *   2026-10-15  RLB  A primary holder under the age of
      *                    majority must give a date of birth and
      *                    name a living adult customer as
      *                    guardian, who is linked to the account
      *                    in the guardian role.
      *   2026-10-15  RLB  Accepts category LC, a revolving line
      *                    of credit.  The line itself - limit
      *                    and expiry - is booked against the new
      *                    account by LOCBOOK, as a term
      *                    deposit's contract is by TDBOOK.
      *   2026-10-15  RLB  A new customer is written unrated,
      *                    with no review dates; RISKRATE rates
      *                    them on its next run.
      *   2026-10-15  RLB  The operator must be entitled to
      *                    ACCTOPEN, and to its OPEN function, on
      *                    the entitlements table (ENTCHECK).
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOPEN.
       01  WS-ENTRY-PRODUCT         PIC X(04).
       01  WS-ENTRY-BRANCH          PIC 9(03).
       01  WS-ENTRY-DEPOSIT         PIC 9(06)V9(02).
       01  WS-ENTRY-BIRTH-DATE      PIC 9(08).
       01  WS-ENTRY-GUARDIAN-ID     PIC 9(07).
       01  WS-AGE-OF-MAJORITY       PIC 9(02) VALUE 18.
       01  WS-MAJORITY-DATE         PIC 9(08).
       01  WS-GUARDIAN-SW           PIC X(01).
           88  WS-GUARDIAN-OK                 VALUE 'Y'.
       01  WS-CKD-ACCOUNT-ID        PIC 9(07).
       01  WS-CKD-DIGITS            REDEFINES WS-CKD-ACCOUNT-ID.
           05  WS-CKD-DIGIT         OCCURS 7 TIMES PIC 9(01).
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-JOURNAL-STAMP         PIC 9(14).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.

       PROCEDURE DIVISION.
       Main-Process.
                       'Sign on through LOGINCHECK first.'
               NOT INVALID KEY
                   SET WS-SESSION-VALID TO TRUE
           END-READ
           IF WS-SESSION-VALID
               MOVE SPACES TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   MOVE 'N' TO WS-SESSION-OK-SW
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run ACCTOPEN, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'ACCTOPEN' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run ACCTOPEN.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in ACCTOPEN.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-FIND-HIGH-IDS - the highest customer ID and account
      * base (the six digits ahead of the check digit) on file.
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN 'OPEN'
                   MOVE 'OPEN' TO ENC-FUNCTION
                   PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
                   IF ENC-GRANTED
                       PERFORM 3000-OPEN-ONE-ACCOUNT THRU 3000-EXIT
                   END-IF
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
           ACCEPT WS-ENTRY-NAME
           DISPLAY 'Customer age: '
           ACCEPT WS-ENTRY-AGE
           MOVE ZERO TO WS-ENTRY-BIRTH-DATE
           MOVE ZERO TO WS-ENTRY-GUARDIAN-ID
           IF WS-ENTRY-AGE < WS-AGE-OF-MAJORITY
               PERFORM 3050-TAKE-GUARDIAN THRU 3050-EXIT
               IF NOT WS-GUARDIAN-OK
                   DISPLAY 'A minor needs a guardian - nothing opened.'
                   GO TO 3000-EXIT
               END-IF
           END-IF
           DISPLAY 'Address line 1: '
           ACCEPT WS-ENTRY-ADDR-1
           DISPLAY 'Address line 2: '
           ACCEPT WS-ENTRY-ZIP
           DISPLAY 'Phone: '
           ACCEPT WS-ENTRY-PHONE
           DISPLAY 'Account category (RT/CM/SV/LN/TD/LC): '
           ACCEPT WS-ENTRY-CATEGORY
           DISPLAY 'Product code (spaces for none): '
           ACCEPT WS-ENTRY-PRODUCT
           DISPLAY 'Opening deposit (0 for none): '
           ACCEPT WS-ENTRY-DEPOSIT
           IF WS-ENTRY-CATEGORY NOT = 'RT' AND 'CM' AND 'SV'
               AND 'LN' AND 'TD' AND 'LC'
               DISPLAY 'Unknown category - nothing opened.'
               GO TO 3000-EXIT
           END-IF
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-TAKE-GUARDIAN - a primary holder under the age of
      * majority gives a date of birth, so MINORCNV knows when
      * they come of age, and a guardian: an adult customer
      * already on file and living, who is linked to the account
      * in the guardian role.  The majority date is the birth
      * date eighteen years on.
      *-----------------------------------------------------------*
       3050-TAKE-GUARDIAN.
           MOVE 'N' TO WS-GUARDIAN-SW
           DISPLAY 'Customer is under age - date of birth '
               '(YYYYMMDD): '
           ACCEPT WS-ENTRY-BIRTH-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ENTRY-BIRTH-DATE)
               NOT = ZERO
               OR WS-ENTRY-BIRTH-DATE > WS-TODAY-DATE
               DISPLAY 'Not a valid date of birth.'
               GO TO 3050-EXIT
           END-IF
           COMPUTE WS-MAJORITY-DATE = WS-ENTRY-BIRTH-DATE
               + WS-AGE-OF-MAJORITY * 10000
           IF WS-MAJORITY-DATE NOT > WS-TODAY-DATE
               DISPLAY 'Date of birth says the customer is of age.'
               GO TO 3050-EXIT
           END-IF
           DISPLAY 'Guardian customer ID: '
           ACCEPT WS-ENTRY-GUARDIAN-ID
           MOVE WS-ENTRY-GUARDIAN-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'Guardian is not on the customer master.'
                   GO TO 3050-EXIT
           END-READ
           IF NOT CUM-NOT-DECEASED
               DISPLAY 'Guardian is recorded as deceased.'
               GO TO 3050-EXIT
           END-IF
           IF CUM-AGE < WS-AGE-OF-MAJORITY
               DISPLAY 'Guardian is not of age.'
               GO TO 3050-EXIT
           END-IF
           DISPLAY 'Guardian: ' CUM-NAME
           SET WS-GUARDIAN-OK TO TRUE.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-ISSUE-NEW-IDS - the next customer ID, and the next
      * account base with its computed check digit as the seventh
           MOVE WS-ENTRY-ZIP TO CUM-ZIP
           MOVE WS-ENTRY-PHONE TO CUM-PHONE
           SET CUM-NO-WITHHOLDING TO TRUE
           MOVE ZERO TO CUM-DATE-OF-DEATH
           MOVE ZERO TO CUM-ESTATE-DATE
           MOVE WS-ENTRY-BIRTH-DATE TO CUM-BIRTH-DATE
           SET CUM-RISK-UNRATED TO TRUE
           MOVE ZERO TO CUM-RISK-SCORE
           MOVE ZERO TO CUM-NEXT-REVIEW-DATE
           MOVE ZERO TO CUM-LAST-REVIEW-DATE
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Customer ID collision - see systems.'
           MOVE WS-ENTRY-BRANCH TO ACCT-BRANCH-CODE
           MOVE WS-ENTRY-PRODUCT TO ACCT-PRODUCT-CODE
           MOVE ZERO TO ACCT-PASSBOOK-LAST-UID
           MOVE ZERO TO ACCT-LEDGER-BALANCE
           MOVE ZERO TO ACCT-UNCLEARED-TOTAL
           MOVE ZERO TO ACCT-AVAILABLE-BALANCE
           MOVE WS-TODAY-DATE TO ACCT-BALANCE-DATE
           MOVE ZERO TO ACCT-BALANCE-LAST-UID
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Account ID collision - see systems.'
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   MOVE CUSTOMER-ACCOUNT-RECORD TO MJR-AFTER-IMAGE
                   PERFORM 3700-JOURNAL-ONE-WRITE THRU 3700-EXIT
           END-WRITE
           IF WS-ENTRY-GUARDIAN-ID NOT = ZERO
               PERFORM 3450-WRITE-GUARDIAN-LINK THRU 3450-EXIT
           END-IF.
       3400-EXIT.
           EXIT.

       3450-WRITE-GUARDIAN-LINK.
           MOVE WS-ENTRY-GUARDIAN-ID TO CAR-CUSTOMER-ID
           MOVE WS-NEW-ACCOUNT-ID TO CAR-ACCOUNT-ID
           SET CAR-ROLE-GUARDIAN TO TRUE
           WRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY 'Guardian link already on file - '
                       'see systems.'
               NOT INVALID KEY
                   SET MJR-FILE-LINK TO TRUE
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   MOVE CUSTOMER-ACCOUNT-RECORD TO MJR-AFTER-IMAGE
                   PERFORM 3700-JOURNAL-ONE-WRITE THRU 3700-EXIT
           END-WRITE.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-QUEUE-OPENING-DEPOSIT - the opening deposit as an
      * unposted DE for the night's posting run, keyed by this
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE WS-ENTRY-BRANCH TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
