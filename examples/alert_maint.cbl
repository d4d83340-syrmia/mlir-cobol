      *-----------------------------------------------------------*
      * PROGRAM:      ALERTMNT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Customer alert subscription maintenance.  Adds, cancels,
      * and inquires on the balance and activity alerts a
      * customer asks for on an account (ALERTSUB.CPY): a low-
      * balance alert when the account closes the day below a
      * figure, or a large-withdrawal alert when a withdrawal over
      * a figure posts, sent by text message or e-mail.  Only a
      * customer linked to the account on CUSTACCT (in any role
      * but guardian) can subscribe.  The nightly alert run
      * (ALERTRUN) evaluates the subscriptions.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to ALERTMNT, and to each command
      * run, on the entitlements table (ENTCHECK).
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-SUBSCRIPTION ASSIGN TO "ALERTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALS-KEY
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUST-ACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-SUBSCRIPTION.
       COPY "alertsub.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ALERT-FILE-STATUS     PIC X(02).
           88  WS-AS-OK                       VALUE '00'.
           88  WS-AS-NOT-FOUND                VALUE '35'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
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
      * entitled, then open the subscription file, creating it on
      * first use, and the relationship file.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'Operator username: '
           ACCEPT WS-OPERATOR
           MOVE SPACES TO ENC-FUNCTION
           PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ALERT-SUBSCRIPTION
           IF WS-AS-NOT-FOUND
               OPEN OUTPUT ALERT-SUBSCRIPTION
               CLOSE ALERT-SUBSCRIPTION
               OPEN I-O ALERT-SUBSCRIPTION
           END-IF
           IF NOT WS-AS-OK
               DISPLAY 'UNABLE TO OPEN ALERT SUBSCRIPTIONS, STATUS '
                   WS-ALERT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-ACCOUNT
           IF NOT WS-CA-OK
               DISPLAY 'UNABLE TO OPEN CUSTACCT, STATUS '
                   WS-CUST-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               CLOSE ALERT-SUBSCRIPTION
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run ALERTMNT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'ALERTMNT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run ALERTMNT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in ALERTMNT.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * maintenance command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (ADD/CANCEL/INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'ADD' OR 'CANCEL' OR 'INQUIRE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'ADD'
                   PERFORM 3000-ADD-SUBSCRIPTION THRU 3000-EXIT
               WHEN 'CANCEL'
                   PERFORM 4000-CANCEL-SUBSCRIPTION THRU 4000-EXIT
               WHEN 'INQUIRE'
                   PERFORM 5000-INQUIRE-SUBSCRIPTION THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-SUBSCRIPTION - a new alert for a customer linked
      * to the account.  A cancelled subscription of the same
      * type is replaced.
      *-----------------------------------------------------------*
       3000-ADD-SUBSCRIPTION.
           DISPLAY 'Account ID: '
           ACCEPT ALS-ACCOUNT-ID
           DISPLAY 'Customer ID: '
           ACCEPT ALS-CUSTOMER-ID
           MOVE ALS-CUSTOMER-ID TO CAR-CUSTOMER-ID
           MOVE ALS-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   DISPLAY 'Customer is not linked to the account, '
                       'alert not added.'
                   GO TO 3000-EXIT
           END-READ
           IF CAR-ROLE-GUARDIAN
               DISPLAY 'A guardian cannot subscribe, alert not '
                   'added.'
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Alert type (LB=low balance, '
               'LW=large withdrawal): '
           ACCEPT ALS-ALERT-TYPE
           IF NOT ALS-LOW-BALANCE AND NOT ALS-LARGE-WITHDRAWAL
               DISPLAY 'Invalid alert type, alert not added.'
               GO TO 3000-EXIT
           END-IF
           READ ALERT-SUBSCRIPTION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ALS-ACTIVE
                       DISPLAY 'Alert already on file.'
                       GO TO 3000-EXIT
                   END-IF
                   DELETE ALERT-SUBSCRIPTION
           END-READ
           DISPLAY 'Threshold amount: '
           ACCEPT ALS-THRESHOLD
           DISPLAY 'Channel (S=text message, E=e-mail): '
           ACCEPT ALS-CHANNEL
           DISPLAY 'Mobile number or e-mail address: '
           ACCEPT ALS-ADDRESS
           IF ALS-THRESHOLD NOT NUMERIC OR ALS-THRESHOLD = ZERO
               DISPLAY 'Threshold required, alert not added.'
               GO TO 3000-EXIT
           END-IF
           IF NOT ALS-CHANNEL-SMS AND NOT ALS-CHANNEL-EMAIL
               DISPLAY 'Invalid channel, alert not added.'
               GO TO 3000-EXIT
           END-IF
           IF ALS-ADDRESS = SPACES
               DISPLAY 'Delivery address required, alert not added.'
               GO TO 3000-EXIT
           END-IF
           SET ALS-ACTIVE TO TRUE
           MOVE 'N' TO ALS-LOW-NOTIFIED
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           MOVE WS-TODAY-DATE TO ALS-ADDED-DATE
           MOVE WS-OPERATOR TO ALS-ADDED-BY
           WRITE ALERT-SUBSCRIPTION-RECORD
               INVALID KEY
                   DISPLAY 'Alert already on file.'
               NOT INVALID KEY
                   DISPLAY 'Alert subscription added.'
           END-WRITE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CANCEL-SUBSCRIPTION - the record is kept on file,
      * marked cancelled, so there is a trail of what the customer
      * once asked for.
      *-----------------------------------------------------------*
       4000-CANCEL-SUBSCRIPTION.
           PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT
           READ ALERT-SUBSCRIPTION
               INVALID KEY
                   DISPLAY 'Alert not found.'
               NOT INVALID KEY
                   SET ALS-CANCELLED TO TRUE
                   REWRITE ALERT-SUBSCRIPTION-RECORD
                   DISPLAY 'Alert subscription cancelled.'
           END-READ.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-INQUIRE-SUBSCRIPTION - display a subscription.
      *-----------------------------------------------------------*
       5000-INQUIRE-SUBSCRIPTION.
           PERFORM 6000-ACCEPT-KEY THRU 6000-EXIT
           READ ALERT-SUBSCRIPTION
               INVALID KEY
                   DISPLAY 'Alert not found.'
               NOT INVALID KEY
                   DISPLAY 'Threshold: ' ALS-THRESHOLD
                   DISPLAY 'Channel: ' ALS-CHANNEL
                   DISPLAY 'Deliver to: ' ALS-ADDRESS
                   DISPLAY 'Status: ' ALS-STATUS
                   IF ALS-LOW-BALANCE AND ALS-LOW-ALERT-SENT
                       DISPLAY 'Low-balance alert sent; held until '
                           'the balance recovers.'
                   END-IF
                   DISPLAY 'Added: ' ALS-ADDED-DATE ' by '
                       ALS-ADDED-BY
           END-READ.
       5000-EXIT.
           EXIT.

       6000-ACCEPT-KEY.
           DISPLAY 'Account ID: '
           ACCEPT ALS-ACCOUNT-ID
           DISPLAY 'Customer ID: '
           ACCEPT ALS-CUSTOMER-ID
           DISPLAY 'Alert type (LB/LW): '
           ACCEPT ALS-ALERT-TYPE.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ALERT-SUBSCRIPTION
           CLOSE CUSTOMER-ACCOUNT.
       9000-EXIT.
           EXIT.
