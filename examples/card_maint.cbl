      *-----------------------------------------------------------*
      * PROGRAM:      CARDMNT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Debit card maintenance, modeled on STOPMNT.  Issues cards
      * against an account to a customer linked to it, takes the
      * customer's report of a lost or stolen card, orders the
      * replacement, and changes a card's daily limits, all on
      * the card master (CARDMST.CPY) ATMSETTL checks each
      * settlement item against.
      *
      * Card numbers are our BIN, a nine-digit sequence one past
      * the highest card already on file, and a Luhn check digit.
      * A card runs three years from issue.  A lost or stolen
      * report stamps the date and time it was taken, which is
      * what ATMSETTL measures fraud from, and offers the
      * replacement at once; REPLACE reissues a card that was
      * damaged or is coming up on expiry, and expires the old
      * one.  Either way the two cards point at each other.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to CARDMNT, and to each command
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
       PROGRAM-ID. CARDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-MASTER ASSIGN TO "CARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUST-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-MASTER.
       COPY "cardmst.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CARD-FILE-STATUS      PIC X(02).
           88  WS-CD-OK                       VALUE '00'.
           88  WS-CD-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-CONFIRM               PIC X(01).
       01  WS-LOSS-TYPE             PIC X(01).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TIME-NOW              PIC 9(08).
       01  WS-PICK-CARD             PIC X(16).
       01  WS-NEW-ACCOUNT-ID        PIC 9(07).
       01  WS-NEW-CUSTOMER-ID       PIC 9(07).
       01  WS-NEW-CASH-LIMIT        PIC 9(06)V9(02).
       01  WS-NEW-PURCHASE-LIMIT    PIC 9(06)V9(02).
       01  WS-NEW-USE-LIMIT         PIC 9(03).
       01  WS-NEW-CARD-NUMBER       PIC X(16).
       01  WS-REPLACES-CARD         PIC X(16).
       01  WS-ISSUED-SW             PIC X(01).
           88  WS-CARD-ISSUED                 VALUE 'Y'.
       01  WS-EXPIRY-DATE           PIC 9(08).
       01  WS-EXPIRY-PARTS REDEFINES WS-EXPIRY-DATE.
           05  WS-EXP-YEAR          PIC 9(04).
           05  WS-EXP-MONTH         PIC 9(02).
           05  WS-EXP-DAY           PIC 9(02).
       01  WS-CARD-BIN              PIC X(06) VALUE '604512'.
       01  WS-LAST-SEQUENCE         PIC 9(09) VALUE ZERO.
       01  WS-NEW-SEQUENCE          PIC 9(09).
       01  WS-LUHN-NUMBER.
           05  WS-LUHN-BIN          PIC X(06).
           05  WS-LUHN-SEQUENCE     PIC 9(09).
           05  WS-LUHN-CHECK        PIC 9(01).
       01  WS-LUHN-DIGITS REDEFINES WS-LUHN-NUMBER.
           05  WS-LUHN-DIGIT        OCCURS 16 TIMES PIC 9(01).
       01  WS-LUHN-SUB              PIC 9(02).
       01  WS-LUHN-PRODUCT          PIC 9(02).
       01  WS-LUHN-SUM              PIC 9(03).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - verify the operator is signed on and
      * entitled, then open the card master, creating it on first
      * use, and the files a new card is checked against.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'Your operator ID: '
           ACCEPT WS-OPERATOR
           MOVE SPACES TO ENC-FUNCTION
           PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN I-O CARD-MASTER
           IF WS-CD-NOT-FOUND
               OPEN OUTPUT CARD-MASTER
               CLOSE CARD-MASTER
               OPEN I-O CARD-MASTER
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           IF NOT WS-CD-OK OR NOT WS-AF-OK OR NOT WS-CA-OK
               DISPLAY 'UNABLE TO OPEN CARD MAINTENANCE FILES, '
                   'STATUS ' WS-CARD-FILE-STATUS ' '
                   WS-ACCT-FILE-STATUS ' ' WS-CUST-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run CARDMNT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'CARDMNT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run CARDMNT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in CARDMNT.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * maintenance command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (ISSUE/LOST/REPLACE/LIMITS/'
               'INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'ISSUE' OR 'LOST' OR 'REPLACE' OR 'LIMITS'
               OR 'INQUIRE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'ISSUE'
                   PERFORM 3000-ISSUE-CARD THRU 3000-EXIT
               WHEN 'LOST'
                   PERFORM 4000-REPORT-LOST THRU 4000-EXIT
               WHEN 'REPLACE'
                   PERFORM 4500-REPLACE-CARD THRU 4500-EXIT
               WHEN 'LIMITS'
                   PERFORM 6000-CHANGE-LIMITS THRU 6000-EXIT
               WHEN 'INQUIRE'
                   PERFORM 7000-INQUIRE-CARD THRU 7000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ISSUE-CARD - a first card on an account, to a
      * customer linked to it.
      *-----------------------------------------------------------*
       3000-ISSUE-CARD.
           DISPLAY 'Account ID: '
           ACCEPT WS-NEW-ACCOUNT-ID
           DISPLAY 'Customer ID: '
           ACCEPT WS-NEW-CUSTOMER-ID
           MOVE WS-NEW-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Account not found, no card issued.'
                   GO TO 3000-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               DISPLAY 'Account is closed, no card issued.'
               GO TO 3000-EXIT
           END-IF
           MOVE WS-NEW-CUSTOMER-ID TO CAR-CUSTOMER-ID
           MOVE WS-NEW-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   DISPLAY 'Customer is not on the account, no '
                       'card issued.'
                   GO TO 3000-EXIT
           END-READ
           DISPLAY 'Daily cash limit (0 for product default): '
           ACCEPT WS-NEW-CASH-LIMIT
           DISPLAY 'Daily purchase limit (0 for product '
               'default): '
           ACCEPT WS-NEW-PURCHASE-LIMIT
           DISPLAY 'Daily uses (0 for product default): '
           ACCEPT WS-NEW-USE-LIMIT
           MOVE SPACES TO WS-REPLACES-CARD
           PERFORM 5000-WRITE-NEW-CARD THRU 5000-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REPORT-LOST - the card goes hot the moment the
      * report is taken; the time is kept to the second.
      *-----------------------------------------------------------*
       4000-REPORT-LOST.
           DISPLAY 'Card number: '
           ACCEPT WS-PICK-CARD
           MOVE WS-PICK-CARD TO CRD-CARD-NUMBER
           READ CARD-MASTER
               INVALID KEY
                   DISPLAY 'Card not found.'
                   GO TO 4000-EXIT
           END-READ
           IF CRD-HOT
               DISPLAY 'Card already reported ' CRD-STATUS
                   ' on ' CRD-REPORTED-DATE '.'
               GO TO 4000-EXIT
           END-IF
           DISPLAY 'Lost or stolen (L/S): '
           ACCEPT WS-LOSS-TYPE
           IF WS-LOSS-TYPE NOT = 'L' AND WS-LOSS-TYPE NOT = 'S'
               DISPLAY 'Enter L or S, card not changed.'
               GO TO 4000-EXIT
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-LOSS-TYPE TO CRD-STATUS
           MOVE WS-TODAY-DATE TO CRD-REPORTED-DATE
           MOVE WS-TIME-NOW (1:6) TO CRD-REPORTED-TIME
           MOVE WS-OPERATOR TO CRD-CHANGED-BY
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Unable to update card, not reported.'
                   GO TO 4000-EXIT
           END-REWRITE
           DISPLAY 'Card ' CRD-CARD-NUMBER ' reported ' CRD-STATUS
               ' at ' CRD-REPORTED-DATE ' ' CRD-REPORTED-TIME '.'
           DISPLAY 'Order replacement card (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
               PERFORM 4800-ORDER-REPLACEMENT THRU 4800-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-REPLACE-CARD - reissue a card.  A hot card keeps its
      * status; a card still in hand is expired as the new one
      * is ordered.
      *-----------------------------------------------------------*
       4500-REPLACE-CARD.
           DISPLAY 'Card number: '
           ACCEPT WS-PICK-CARD
           MOVE WS-PICK-CARD TO CRD-CARD-NUMBER
           READ CARD-MASTER
               INVALID KEY
                   DISPLAY 'Card not found.'
                   GO TO 4500-EXIT
           END-READ
           IF CRD-REPLACED-BY NOT = SPACES
               DISPLAY 'Card already replaced by '
                   CRD-REPLACED-BY '.'
               GO TO 4500-EXIT
           END-IF
           PERFORM 4800-ORDER-REPLACEMENT THRU 4800-EXIT.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4800-ORDER-REPLACEMENT - a new card on the same account,
      * customer, and limits as the card in CARD-MASTER-RECORD,
      * and the two linked.  The account must still be open.
      *-----------------------------------------------------------*
       4800-ORDER-REPLACEMENT.
           MOVE CRD-CARD-NUMBER TO WS-REPLACES-CARD
           MOVE CRD-ACCOUNT-ID TO WS-NEW-ACCOUNT-ID
           MOVE CRD-CUSTOMER-ID TO WS-NEW-CUSTOMER-ID
           MOVE CRD-DAILY-CASH-LIMIT TO WS-NEW-CASH-LIMIT
           MOVE CRD-DAILY-PURCHASE-LIMIT TO WS-NEW-PURCHASE-LIMIT
           MOVE CRD-DAILY-USE-LIMIT TO WS-NEW-USE-LIMIT
           MOVE WS-NEW-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Account not found, no replacement.'
                   GO TO 4800-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               DISPLAY 'Account is closed, no replacement.'
               GO TO 4800-EXIT
           END-IF
           PERFORM 5000-WRITE-NEW-CARD THRU 5000-EXIT
           IF NOT WS-CARD-ISSUED
               GO TO 4800-EXIT
           END-IF
           MOVE WS-REPLACES-CARD TO CRD-CARD-NUMBER
           READ CARD-MASTER
               INVALID KEY
                   DISPLAY 'Old card vanished, link not recorded.'
                   GO TO 4800-EXIT
           END-READ
           MOVE WS-NEW-CARD-NUMBER TO CRD-REPLACED-BY
           IF CRD-ACTIVE
               SET CRD-EXPIRED TO TRUE
           END-IF
           MOVE WS-OPERATOR TO CRD-CHANGED-BY
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Unable to link old card to '
                       WS-NEW-CARD-NUMBER '.'
           END-REWRITE.
       4800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-NEW-CARD - number the card and put it on file
      * active from today for three years.  A 29 February issue
      * expires on the 28th.
      *-----------------------------------------------------------*
       5000-WRITE-NEW-CARD.
           MOVE 'N' TO WS-ISSUED-SW
           PERFORM 5100-NEXT-CARD-NUMBER THRU 5100-EXIT
           IF WS-NEW-CARD-NUMBER = SPACES
               DISPLAY 'Card number range exhausted, no card '
                   'issued.'
               GO TO 5000-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO WS-EXPIRY-DATE
           ADD 3 TO WS-EXP-YEAR
           IF WS-EXP-MONTH = 02 AND WS-EXP-DAY = 29
               MOVE 28 TO WS-EXP-DAY
           END-IF
           MOVE WS-NEW-CARD-NUMBER TO CRD-CARD-NUMBER
           MOVE WS-NEW-ACCOUNT-ID TO CRD-ACCOUNT-ID
           MOVE WS-NEW-CUSTOMER-ID TO CRD-CUSTOMER-ID
           SET CRD-ACTIVE TO TRUE
           MOVE WS-TODAY-DATE TO CRD-ISSUE-DATE
           MOVE WS-EXPIRY-DATE TO CRD-EXPIRY-DATE
           MOVE WS-NEW-CASH-LIMIT TO CRD-DAILY-CASH-LIMIT
           MOVE WS-NEW-PURCHASE-LIMIT TO CRD-DAILY-PURCHASE-LIMIT
           MOVE WS-NEW-USE-LIMIT TO CRD-DAILY-USE-LIMIT
           MOVE ZERO TO CRD-REPORTED-DATE
           MOVE ZERO TO CRD-REPORTED-TIME
           MOVE SPACES TO CRD-REPLACED-BY
           MOVE WS-REPLACES-CARD TO CRD-REPLACES
           MOVE WS-OPERATOR TO CRD-CHANGED-BY
           WRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Card number already on file, no card '
                       'issued.'
               NOT INVALID KEY
                   SET WS-CARD-ISSUED TO TRUE
                   DISPLAY 'Card ' CRD-CARD-NUMBER ' issued, expires '
                       CRD-EXPIRY-DATE '.'
           END-WRITE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-NEXT-CARD-NUMBER - our cards sort together under the
      * BIN, so the last one read is the highest sequence issued.
      *-----------------------------------------------------------*
       5100-NEXT-CARD-NUMBER.
           MOVE SPACES TO WS-NEW-CARD-NUMBER
           MOVE ZERO TO WS-LAST-SEQUENCE
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE SPACES TO CRD-CARD-NUMBER
           MOVE WS-CARD-BIN TO CRD-CARD-NUMBER (1:6)
           START CARD-MASTER KEY IS NOT LESS THAN CRD-CARD-NUMBER
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM 5150-READ-ONE-CARD THRU 5150-EXIT
               UNTIL WS-END-OF-SCAN
           IF WS-LAST-SEQUENCE = 999999999
               GO TO 5100-EXIT
           END-IF
           COMPUTE WS-NEW-SEQUENCE = WS-LAST-SEQUENCE + 1
           MOVE WS-CARD-BIN TO WS-LUHN-BIN
           MOVE WS-NEW-SEQUENCE TO WS-LUHN-SEQUENCE
           PERFORM 5200-COMPUTE-CHECK-DIGIT THRU 5200-EXIT
           MOVE WS-LUHN-NUMBER TO WS-NEW-CARD-NUMBER.
       5100-EXIT.
           EXIT.

       5150-READ-ONE-CARD.
           READ CARD-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 5150-EXIT
           END-READ
           IF CRD-CARD-NUMBER (1:6) NOT = WS-CARD-BIN
               SET WS-END-OF-SCAN TO TRUE
               GO TO 5150-EXIT
           END-IF
           IF CRD-CARD-NUMBER (7:9) IS NUMERIC
               MOVE CRD-CARD-NUMBER (7:9) TO WS-LAST-SEQUENCE
           END-IF.
       5150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-COMPUTE-CHECK-DIGIT - the Luhn check the card
      * networks apply: counting from the check digit, every
      * second digit is doubled and a doubled digit over nine
      * folded back by nine.
      *-----------------------------------------------------------*
       5200-COMPUTE-CHECK-DIGIT.
           MOVE ZERO TO WS-LUHN-SUM
           MOVE ZERO TO WS-LUHN-SUB
           PERFORM 5250-FOLD-ONE-DIGIT THRU 5250-EXIT
               UNTIL WS-LUHN-SUB = 15
           COMPUTE WS-LUHN-CHECK =
               FUNCTION MOD (10 - FUNCTION MOD (WS-LUHN-SUM, 10), 10).
       5200-EXIT.
           EXIT.

       5250-FOLD-ONE-DIGIT.
           ADD 1 TO WS-LUHN-SUB
           IF FUNCTION MOD (WS-LUHN-SUB, 2) = 1
               COMPUTE WS-LUHN-PRODUCT =
                   WS-LUHN-DIGIT (WS-LUHN-SUB) * 2
               IF WS-LUHN-PRODUCT > 9
                   SUBTRACT 9 FROM WS-LUHN-PRODUCT
               END-IF
           ELSE
               MOVE WS-LUHN-DIGIT (WS-LUHN-SUB) TO WS-LUHN-PRODUCT
           END-IF
           ADD WS-LUHN-PRODUCT TO WS-LUHN-SUM.
       5250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-CHANGE-LIMITS - a card's daily limits.
      *-----------------------------------------------------------*
       6000-CHANGE-LIMITS.
           DISPLAY 'Card number: '
           ACCEPT WS-PICK-CARD
           MOVE WS-PICK-CARD TO CRD-CARD-NUMBER
           READ CARD-MASTER
               INVALID KEY
                   DISPLAY 'Card not found.'
                   GO TO 6000-EXIT
           END-READ
           IF NOT CRD-ACTIVE
               DISPLAY 'Card is not active, limits not changed.'
               GO TO 6000-EXIT
           END-IF
           DISPLAY 'Daily cash limit [' CRD-DAILY-CASH-LIMIT ']: '
           ACCEPT CRD-DAILY-CASH-LIMIT
           DISPLAY 'Daily purchase limit ['
               CRD-DAILY-PURCHASE-LIMIT ']: '
           ACCEPT CRD-DAILY-PURCHASE-LIMIT
           DISPLAY 'Daily uses [' CRD-DAILY-USE-LIMIT ']: '
           ACCEPT CRD-DAILY-USE-LIMIT
           MOVE WS-OPERATOR TO CRD-CHANGED-BY
           REWRITE CARD-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Unable to update card.'
               NOT INVALID KEY
                   DISPLAY 'Limits changed.'
           END-REWRITE.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-INQUIRE-CARD - display a card.
      *-----------------------------------------------------------*
       7000-INQUIRE-CARD.
           DISPLAY 'Card number: '
           ACCEPT WS-PICK-CARD
           MOVE WS-PICK-CARD TO CRD-CARD-NUMBER
           READ CARD-MASTER
               INVALID KEY
                   DISPLAY 'Card not found.'
               NOT INVALID KEY
                   DISPLAY 'Account: ' CRD-ACCOUNT-ID
                       '  Customer: ' CRD-CUSTOMER-ID
                   DISPLAY 'Status: ' CRD-STATUS
                   DISPLAY 'Issued: ' CRD-ISSUE-DATE
                       '  Expires: ' CRD-EXPIRY-DATE
                   DISPLAY 'Daily cash limit: ' CRD-DAILY-CASH-LIMIT
                   DISPLAY 'Daily purchase limit: '
                       CRD-DAILY-PURCHASE-LIMIT
                   DISPLAY 'Daily uses: ' CRD-DAILY-USE-LIMIT
                   DISPLAY 'Reported: ' CRD-REPORTED-DATE ' '
                       CRD-REPORTED-TIME
                   DISPLAY 'Replaced by: ' CRD-REPLACED-BY
                   DISPLAY 'Replaces: ' CRD-REPLACES
                   DISPLAY 'Last changed by: ' CRD-CHANGED-BY
           END-READ.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE CARD-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-ACCOUNT.
       9000-EXIT.
           EXIT.
