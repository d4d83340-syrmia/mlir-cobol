      *-----------------------------------------------------------*
      * PROGRAM:      DBAUTHMT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * ACH debit-authorization maintenance, modeled on STOPMNT.
      * Adds, revokes, and inquires on the originators each
      * account holder has allowed to draw on the account by ACH
      * debit (DBAUTH.CPY), optionally up to a maximum amount.
      * ACHDLOAD posts an inbound debit only against an active
      * authorization here and returns everything else.  A
      * revoked authorization stays on file, marked revoked, so
      * the originator's later debits are returned as revoked
      * rather than as never authorized; adding it again
      * reinstates it.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to DBAUTHMT, and to each command
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
       PROGRAM-ID. DBAUTHMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEBIT-AUTH-FILE ASSIGN TO "DBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBA-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEBIT-AUTH-FILE.
       COPY "dbauth.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AUTH-FILE-STATUS      PIC X(02).
           88  WS-DB-OK                       VALUE '00'.
           88  WS-DB-NOT-FOUND                VALUE '35'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NEW-NAME              PIC X(16).
       01  WS-NEW-MAX-AMOUNT        PIC 9(06)V9(02).
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
      * entitled, then open the authorization file, creating it on
      * first use.
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
           OPEN I-O DEBIT-AUTH-FILE
           IF WS-DB-NOT-FOUND
               OPEN OUTPUT DEBIT-AUTH-FILE
               CLOSE DEBIT-AUTH-FILE
               OPEN I-O DEBIT-AUTH-FILE
           END-IF
           IF NOT WS-DB-OK
               DISPLAY 'UNABLE TO OPEN DEBIT AUTHORIZATION FILE, '
                   'STATUS ' WS-AUTH-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run DBAUTHMT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'DBAUTHMT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run DBAUTHMT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in DBAUTHMT.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * maintenance command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (ADD/REVOKE/INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'ADD' OR 'REVOKE' OR 'INQUIRE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'ADD'
                   PERFORM 3000-ADD-AUTHORIZATION THRU 3000-EXIT
               WHEN 'REVOKE'
                   PERFORM 4000-REVOKE-AUTHORIZATION THRU 4000-EXIT
               WHEN 'INQUIRE'
                   PERFORM 5000-INQUIRE-AUTHORIZATION THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-AUTHORIZATION - authorize an originator on an
      * account, or reinstate one revoked earlier.
      *-----------------------------------------------------------*
       3000-ADD-AUTHORIZATION.
           DISPLAY 'Account ID: '
           ACCEPT DBA-ACCOUNT-ID
           DISPLAY 'Originator company ID: '
           ACCEPT DBA-ORIGINATOR-ID
           DISPLAY 'Originator name: '
           ACCEPT WS-NEW-NAME
           DISPLAY 'Maximum amount per debit (0 for no limit): '
           ACCEPT WS-NEW-MAX-AMOUNT
           IF DBA-ORIGINATOR-ID = SPACES
               DISPLAY 'Originator ID required, nothing placed.'
               GO TO 3000-EXIT
           END-IF
           READ DEBIT-AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DBA-ACTIVE
                       DISPLAY 'Authorization already on file.'
                       GO TO 3000-EXIT
                   END-IF
                   PERFORM 3100-FILL-AUTHORIZATION THRU 3100-EXIT
                   REWRITE DEBIT-AUTH-RECORD
                   DISPLAY 'Authorization reinstated.'
                   GO TO 3000-EXIT
           END-READ
           PERFORM 3100-FILL-AUTHORIZATION THRU 3100-EXIT
           WRITE DEBIT-AUTH-RECORD
               INVALID KEY
                   DISPLAY 'Authorization already on file.'
               NOT INVALID KEY
                   DISPLAY 'Authorization placed.'
           END-WRITE.
       3000-EXIT.
           EXIT.

       3100-FILL-AUTHORIZATION.
           MOVE WS-NEW-NAME TO DBA-ORIGINATOR-NAME
           MOVE WS-NEW-MAX-AMOUNT TO DBA-MAX-AMOUNT
           SET DBA-ACTIVE TO TRUE
           MOVE WS-TODAY-DATE TO DBA-AUTHORIZED-DATE
           MOVE ZERO TO DBA-REVOKED-DATE
           MOVE WS-OPERATOR TO DBA-CHANGED-BY.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REVOKE-AUTHORIZATION - the customer has withdrawn the
      * originator's right to debit the account.  The record is
      * kept, marked revoked, so later debits return as revoked.
      *-----------------------------------------------------------*
       4000-REVOKE-AUTHORIZATION.
           DISPLAY 'Account ID: '
           ACCEPT DBA-ACCOUNT-ID
           DISPLAY 'Originator company ID: '
           ACCEPT DBA-ORIGINATOR-ID
           READ DEBIT-AUTH-FILE
               INVALID KEY
                   DISPLAY 'Authorization not found.'
               NOT INVALID KEY
                   SET DBA-REVOKED TO TRUE
                   MOVE WS-TODAY-DATE TO DBA-REVOKED-DATE
                   MOVE WS-OPERATOR TO DBA-CHANGED-BY
                   REWRITE DEBIT-AUTH-RECORD
                   DISPLAY 'Authorization revoked.'
           END-READ.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-INQUIRE-AUTHORIZATION - display an authorization.
      *-----------------------------------------------------------*
       5000-INQUIRE-AUTHORIZATION.
           DISPLAY 'Account ID: '
           ACCEPT DBA-ACCOUNT-ID
           DISPLAY 'Originator company ID: '
           ACCEPT DBA-ORIGINATOR-ID
           READ DEBIT-AUTH-FILE
               INVALID KEY
                   DISPLAY 'Authorization not found.'
               NOT INVALID KEY
                   DISPLAY 'Originator name: ' DBA-ORIGINATOR-NAME
                   DISPLAY 'Maximum amount: ' DBA-MAX-AMOUNT
                   DISPLAY 'Status: ' DBA-STATUS
                   DISPLAY 'Authorized: ' DBA-AUTHORIZED-DATE
                   DISPLAY 'Revoked: ' DBA-REVOKED-DATE
                   DISPLAY 'Last changed by: ' DBA-CHANGED-BY
           END-READ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE DEBIT-AUTH-FILE.
       9000-EXIT.
           EXIT.
