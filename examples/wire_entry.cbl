      *-----------------------------------------------------------*
      * PROGRAM:      WIREENT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Outbound wire request entry, the first half of the dual
      * control on money leaving by wire.  A signed-on teller
      * keys the customer's request; the account must be on file
      * and open, the routing number must prove, the amount must
      * lie within the account's available balance, and neither
      * the account holder nor the beneficiary may be on the
      * watch list (a hit is raised on the watch-list review
      * queue as WLSCREEN would).  An accepted request goes onto
      * the wire request file (WIREREQ.CPY) pending, under a UID
      * drawn from the shared UIDSEQ log, and the amount is
      * reserved at once: a hold under that UID on HOLDFILE, with
      * no release date, which TRANPOST counts against the
      * account like any uncleared deposit, and the available
      * balance on the master reduced to match.  Nothing leaves
      * until a supervisor releases it through WIREREL.
      *
      * No wire is taken while the posting run is under way (a
      * line on POSTRUN): TRANPOST rewrites the hold file and
      * restamps the master's balances from its own tables, so a
      * reservation made meanwhile would be lost.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  New watch-list hits are written with
      *                    the disposition date zero.
      *   2026-10-15  RLB  The operator must be entitled to
      *                    WIREENT on the entitlements table
      *                    (ENTCHECK) as well as signed on.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *   2026-10-15  RLB  No wire is taken while the posting run
      *                    is under way (POSTRUN); the operator
      *                    is told to key it after posting.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-REQUEST-FILE ASSIGN TO "WIREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRQ-UID
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT WATCH-LIST ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT WATCH-QUEUE ASSIGN TO "WLQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT ACTIVE-SESSION ASSIGN TO "SESSION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-USERNAME
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT POSTING-RUN ASSIGN TO "POSTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIRE-REQUEST-FILE.
       COPY "wirereq.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "holdfile.cpy".

       FD  WATCH-LIST.
       COPY "watchlst.cpy".

       FD  WATCH-QUEUE.
       COPY "wlqueue.cpy".

       FD  ACTIVE-SESSION.
       COPY "session.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  POSTING-RUN.
       COPY "postrun.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS        PIC X(02).
           88  WS-RQ-OK                       VALUE '00'.
           88  WS-RQ-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-HOLD-FILE-STATUS      PIC X(02).
           88  WS-HF-OK                       VALUE '00'.
           88  WS-HF-NOT-FOUND                VALUE '35'.
       01  WS-LIST-STATUS           PIC X(02).
           88  WS-WL-OK                       VALUE '00'.
       01  WS-QUEUE-STATUS          PIC X(02).
           88  WS-WQ-OK                       VALUE '00'.
           88  WS-WQ-NOT-FOUND                VALUE '35'.
       01  WS-SESSION-STATUS        PIC X(02).
           88  WS-SES-OK                      VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-POSTING-RUN-STATUS    PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
       01  WS-POSTING-RUN-SW        PIC X(01) VALUE 'N'.
           88  WS-POSTING-UNDER-WAY           VALUE 'Y'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-SESSION-OK-SW         PIC X(01) VALUE 'N'.
           88  WS-SESSION-VALID               VALUE 'Y'.
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-LIST                 VALUE 'Y'.
       01  WS-QUEUE-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-QUEUE                VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-LIST-HIT-SW           PIC X(01).
           88  WS-LIST-HIT                    VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NOW-TIME              PIC 9(08).
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-NEXT-HIT-ID           PIC 9(05) VALUE 1.
       01  WS-CONFIRM               PIC X(01).
       01  WS-SCREEN-NAME           PIC X(30).
       01  WS-ROUTING-CHECK.
           05  WS-RT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-NUMBER REDEFINES WS-ROUTING-CHECK
                                    PIC 9(09).
       01  WS-ROUTING-SUM           PIC 9(04) VALUE ZERO.
       01  WS-ROUTING-QUOTIENT      PIC 9(04) VALUE ZERO.
       01  WS-ROUTING-REMAINDER     PIC 9(01) VALUE ZERO.
       01  WS-LIST-SUB              PIC 9(04).
       01  WS-LIST-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 500 TIMES.
               10  WS-WLT-ENTRY-ID     PIC 9(05).
               10  WS-WLT-NAME         PIC X(30).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK AND WS-SESSION-VALID
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the request file is created on first
      * use; no wire is taken without a watch list to screen it
      * against.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT WATCH-LIST
           IF NOT WS-WL-OK
               DISPLAY 'NO WATCH LIST ON FILE - WIRES CANNOT BE '
                   'TAKEN'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-LIST-ENTRY THRU 1100-EXIT
               UNTIL WS-END-OF-LIST
           CLOSE WATCH-LIST
           OPEN I-O WIRE-REQUEST-FILE
           IF WS-RQ-NOT-FOUND
               OPEN OUTPUT WIRE-REQUEST-FILE
               CLOSE WIRE-REQUEST-FILE
               OPEN I-O WIRE-REQUEST-FILE
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN INPUT ACTIVE-SESSION
           IF NOT WS-RQ-OK OR NOT WS-AF-OK OR NOT WS-SES-OK
               DISPLAY 'UNABLE TO OPEN WIRE ENTRY FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-CHECK-SESSION THRU 1200-EXIT
           IF WS-SESSION-VALID
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LIST-ENTRY.
           READ WATCH-LIST
               AT END
                   SET WS-END-OF-LIST TO TRUE
               NOT AT END
                   IF WS-LIST-TABLE-ENTRIES < 500
                       ADD 1 TO WS-LIST-TABLE-ENTRIES
                       MOVE WS-LIST-TABLE-ENTRIES TO WS-LIST-SUB
                       MOVE WLS-ENTRY-ID TO
                           WS-WLT-ENTRY-ID (WS-LIST-SUB)
                       MOVE WLS-NAME TO WS-WLT-NAME (WS-LIST-SUB)
                   ELSE
                       DISPLAY 'WATCH LIST EXCEEDS TABLE - '
                           'SCREENING INCOMPLETE'
                       MOVE 20 TO RETURN-CODE
                       SET WS-END-OF-LIST TO TRUE
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-CHECK-SESSION - the teller must be signed on.
      *-----------------------------------------------------------*
       1200-CHECK-SESSION.
           DISPLAY 'Operator username: '
           ACCEPT WS-OPERATOR
           MOVE WS-OPERATOR TO SES-USERNAME
           READ ACTIVE-SESSION
               INVALID KEY
                   DISPLAY 'No active session for this operator. '
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
      * the entitlements table to run WIREENT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'WIREENT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run WIREENT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in WIREENT.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-CHECK-POSTING-RUN - a line on the posting-run file
      * means TRANPOST has the hold file and the master's balance
      * block; no wire is taken until it is done.
      *-----------------------------------------------------------*
       1300-CHECK-POSTING-RUN.
           MOVE 'N' TO WS-POSTING-RUN-SW
           OPEN INPUT POSTING-RUN
           IF NOT WS-PR-OK
               GO TO 1300-EXIT
           END-IF
           READ POSTING-RUN
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-POSTING-UNDER-WAY TO TRUE
           END-READ
           CLOSE POSTING-RUN.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-DETERMINE-NEXT-UID
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
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (ENTER/INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN 'ENTER'
                   PERFORM 3000-ENTER-WIRE THRU 3000-EXIT
               WHEN 'INQUIRE'
                   PERFORM 5000-INQUIRE-WIRE THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ENTER-WIRE - take one request, prove it, screen it,
      * and reserve the funds.
      *-----------------------------------------------------------*
       3000-ENTER-WIRE.
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - WIRE NOT TAKEN'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 1300-CHECK-POSTING-RUN THRU 1300-EXIT
           IF WS-POSTING-UNDER-WAY
               DISPLAY 'Posting run in progress - key the wire '
                   'after posting.'
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Account ID: '
           ACCEPT WRQ-ACCOUNT-ID
           DISPLAY 'Amount: '
           ACCEPT WRQ-AMOUNT
           DISPLAY 'Beneficiary name: '
           ACCEPT WRQ-BENEFICIARY-NAME
           DISPLAY 'Beneficiary bank routing number (9 digits): '
           ACCEPT WRQ-BENEFICIARY-ROUTING
           DISPLAY 'Beneficiary bank name: '
           ACCEPT WRQ-BENEFICIARY-BANK
           DISPLAY 'Beneficiary account number: '
           ACCEPT WRQ-BENEFICIARY-ACCOUNT
           IF WRQ-AMOUNT = ZERO
               DISPLAY 'Amount required, wire not taken.'
               GO TO 3000-EXIT
           END-IF
           IF WRQ-BENEFICIARY-NAME = SPACES
               OR WRQ-BENEFICIARY-ACCOUNT = SPACES
               DISPLAY 'Beneficiary name and account required, '
                   'wire not taken.'
               GO TO 3000-EXIT
           END-IF
           MOVE WRQ-BENEFICIARY-ROUTING TO WS-ROUTING-NUMBER
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4)
                    + WS-RT-DIGIT (7))
             + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5)
                    + WS-RT-DIGIT (8))
             +     (WS-RT-DIGIT (3) + WS-RT-DIGIT (6)
                    + WS-RT-DIGIT (9))
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER
           IF WRQ-BENEFICIARY-ROUTING = ZERO
               OR WS-ROUTING-REMAINDER NOT = ZERO
               DISPLAY 'Invalid routing number, wire not taken.'
               GO TO 3000-EXIT
           END-IF
           MOVE WRQ-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Account not found, wire not taken.'
                   GO TO 3000-EXIT
           END-READ
           IF NOT ACCT-STATUS-OPEN
               DISPLAY 'Account is not open, wire not taken.'
               GO TO 3000-EXIT
           END-IF
           IF WRQ-AMOUNT > ACCT-AVAILABLE-BALANCE
               DISPLAY 'Amount exceeds available balance of '
                   ACCT-AVAILABLE-BALANCE ', wire not taken.'
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-LIST-HIT-SW
           MOVE ACCT-ACCOUNT-HOLDER TO WS-SCREEN-NAME
           PERFORM 6000-MATCH-AGAINST-LIST THRU 6000-EXIT
           MOVE WRQ-BENEFICIARY-NAME TO WS-SCREEN-NAME
           PERFORM 6000-MATCH-AGAINST-LIST THRU 6000-EXIT
           IF WS-LIST-HIT
               DISPLAY 'Watch-list match - wire not taken; '
                   'referred for review.'
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Send ' WRQ-AMOUNT ' from account '
               WRQ-ACCOUNT-ID '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Wire not taken.'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-WRITE-REQUEST THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-WRITE-REQUEST - the request under its own UID, then
      * the reservation: a hold that never releases of itself
      * (WIREREL or WIRECUT settles it) and the master's
      * available balance reduced by the same amount.  The
      * posting-run file is looked at again first, since the run
      * may have started while the request was being keyed.
      *-----------------------------------------------------------*
       3100-WRITE-REQUEST.
           PERFORM 1300-CHECK-POSTING-RUN THRU 1300-EXIT
           IF WS-POSTING-UNDER-WAY
               DISPLAY 'Posting run in progress - key the wire '
                   'after posting.'
               GO TO 3100-EXIT
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE WS-NEXT-UID TO WRQ-UID
           SET WRQ-PENDING TO TRUE
           MOVE WS-OPERATOR TO WRQ-ENTERED-BY
           MOVE WS-TODAY-DATE TO WRQ-ENTRY-DATE
           MOVE WS-NOW-TIME (1:6) TO WRQ-ENTRY-TIME
           MOVE SPACES TO WRQ-RELEASED-BY
           MOVE ZERO TO WRQ-RELEASE-DATE
           MOVE ZERO TO WRQ-CANCEL-DATE
           WRITE WIRE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, WIRE NOT TAKEN: '
                       WRQ-UID
                   GO TO 3100-EXIT
           END-WRITE
           MOVE WRQ-UID TO SEQ-LAST-UID
           WRITE UID-SEQUENCE-LOG-RECORD
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           OPEN EXTEND FUNDS-HOLD-FILE
           IF WS-HF-NOT-FOUND
               OPEN OUTPUT FUNDS-HOLD-FILE
           END-IF
           MOVE WRQ-ACCOUNT-ID TO HLD-ACCOUNT-ID
           MOVE WRQ-UID TO HLD-UID
           MOVE WRQ-AMOUNT TO HLD-AMOUNT
           MOVE ZERO TO HLD-V1-AMOUNT
           SET HLD-RECORD-VERSION-2 TO TRUE
           SET HLD-WIRE-RESERVATION TO TRUE
           WRITE FUNDS-HOLD-RECORD
           CLOSE FUNDS-HOLD-FILE
           ADD WRQ-AMOUNT TO ACCT-UNCLEARED-TOTAL
           SUBTRACT WRQ-AMOUNT FROM ACCT-AVAILABLE-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE AVAILABLE BALANCE FOR '
                       ACCT-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE
           DISPLAY 'Wire taken as UID ' WRQ-UID
               ' - awaiting supervisor release.'.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-INQUIRE-WIRE - display a request and where it
      * stands.
      *-----------------------------------------------------------*
       5000-INQUIRE-WIRE.
           DISPLAY 'Wire UID: '
           ACCEPT WRQ-UID
           READ WIRE-REQUEST-FILE
               INVALID KEY
                   DISPLAY 'Wire request not found.'
               NOT INVALID KEY
                   DISPLAY 'Account: ' WRQ-ACCOUNT-ID
                       '  Amount: ' WRQ-AMOUNT
                   DISPLAY 'Beneficiary: ' WRQ-BENEFICIARY-NAME
                   DISPLAY 'Bank: ' WRQ-BENEFICIARY-ROUTING ' '
                       WRQ-BENEFICIARY-BANK
                   DISPLAY 'Beneficiary account: '
                       WRQ-BENEFICIARY-ACCOUNT
                   DISPLAY 'Status: ' WRQ-STATUS
                   DISPLAY 'Entered by ' WRQ-ENTERED-BY ' on '
                       WRQ-ENTRY-DATE
                   DISPLAY 'Released by ' WRQ-RELEASED-BY ' on '
                       WRQ-RELEASE-DATE
                   DISPLAY 'Cancelled on ' WRQ-CANCEL-DATE
           END-READ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-MATCH-AGAINST-LIST - one name against the whole
      * list, the same exact match WLSCREEN makes.
      *-----------------------------------------------------------*
       6000-MATCH-AGAINST-LIST.
           MOVE ZERO TO WS-LIST-SUB
           PERFORM 6100-TEST-ONE-ENTRY THRU 6100-EXIT
               UNTIL WS-LIST-SUB = WS-LIST-TABLE-ENTRIES.
       6000-EXIT.
           EXIT.

       6100-TEST-ONE-ENTRY.
           ADD 1 TO WS-LIST-SUB
           IF WS-SCREEN-NAME = WS-WLT-NAME (WS-LIST-SUB)
               AND WS-SCREEN-NAME NOT = SPACES
               SET WS-LIST-HIT TO TRUE
               PERFORM 6200-RAISE-HIT THRU 6200-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-RAISE-HIT - onto the watch-list review queue against
      * the account, numbered past the highest hit on file.
      *-----------------------------------------------------------*
       6200-RAISE-HIT.
           MOVE 1 TO WS-NEXT-HIT-ID
           MOVE 'N' TO WS-QUEUE-EOF-SW
           OPEN INPUT WATCH-QUEUE
           IF WS-WQ-OK
               PERFORM 6250-READ-ONE-HIT THRU 6250-EXIT
                   UNTIL WS-END-OF-QUEUE
               CLOSE WATCH-QUEUE
           END-IF
           OPEN EXTEND WATCH-QUEUE
           IF WS-WQ-NOT-FOUND
               OPEN OUTPUT WATCH-QUEUE
           END-IF
           MOVE WS-NEXT-HIT-ID TO WLH-HIT-ID
           MOVE ZERO TO WLH-CUSTOMER-ID
           MOVE WRQ-ACCOUNT-ID TO WLH-ACCOUNT-ID
           MOVE ZERO TO WLH-UID
           MOVE WS-SCREEN-NAME TO WLH-MATCHED-NAME
           MOVE WS-WLT-ENTRY-ID (WS-LIST-SUB)
               TO WLH-LIST-ENTRY-ID
           MOVE WS-TODAY-DATE TO WLH-HIT-DATE
           SET WLH-OPEN TO TRUE
           MOVE SPACES TO WLH-DISPOSED-BY
           MOVE SPACES TO WLH-DISPOSITION-CODE
           MOVE ZERO TO WLH-DISPOSED-DATE
           WRITE WATCH-HIT-RECORD
           CLOSE WATCH-QUEUE.
       6200-EXIT.
           EXIT.

       6250-READ-ONE-HIT.
           READ WATCH-QUEUE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
               NOT AT END
                   IF WLH-HIT-ID NOT < WS-NEXT-HIT-ID
                       COMPUTE WS-NEXT-HIT-ID = WLH-HIT-ID + 1
                   END-IF
           END-READ.
       6250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-OPEN-OK
               CLOSE WIRE-REQUEST-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE ACTIVE-SESSION
               IF WS-SESSION-VALID
                   CLOSE UID-SEQUENCE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
