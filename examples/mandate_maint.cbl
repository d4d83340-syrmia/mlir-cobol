      *-----------------------------------------------------------*
      * PROGRAM:      MANDMNT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Signing mandate maintenance.  Puts the signing authority
      * for a commercial account on file (MANDATE.CPY) from the
      * board resolution or mandate form the customer lodges,
      * replaces it when a new one arrives, removes it, and
      * inquires on what is there.
      *
      * A mandate names the signers who may act alone and the
      * amount above which two signers are needed.  Only a
      * customer already linked to the account on CUSTACCT (in
      * any role but guardian) can be named a sole signer - the
      * branch links the signer first, then sets the mandate.
      * MEMOPOST enforces it on every commercial withdrawal.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to MANDMNT, and to each command
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
       PROGRAM-ID. MANDMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNING-MANDATE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-ACCOUNT-ID
               FILE STATUS IS WS-MANDATE-STATUS.
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
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNING-MANDATE.
       COPY "mandate.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-MANDATE-STATUS        PIC X(02).
           88  WS-MD-OK                       VALUE '00'.
           88  WS-MD-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-ON-FILE-SW            PIC X(01).
           88  WS-MANDATE-ON-FILE             VALUE 'Y'.
       01  WS-SIGNERS-DONE-SW       PIC X(01).
           88  WS-SIGNERS-DONE                VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CONFIRM               PIC X(01).
       01  WS-PICK-ACCOUNT-ID       PIC 9(07).
       01  WS-ENTRY-SIGNER-ID       PIC 9(07).
       01  WS-SIGNER-SUB            PIC 9(01).
       01  WS-SIGNER-MAX            PIC 9(01) VALUE 6.
       01  WS-NEW-MANDATE.
           05  WS-NEW-DUAL-LIMIT    PIC 9(07)V9(02).
           05  WS-NEW-SOLE-COUNT    PIC 9(01).
           05  WS-NEW-SOLE-SIGNER   PIC 9(07) OCCURS 6 TIMES.
       01  WS-LIMIT-DISPLAY         PIC Z,ZZZ,ZZ9.99.
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
      * 1000-INITIALIZE - take the operator's ID for the mandates
      * put on file this session and verify the operator is signed
      * on and entitled, then open the mandate file, creating it
      * on first use.
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
           OPEN I-O SIGNING-MANDATE
           IF WS-MD-NOT-FOUND
               OPEN OUTPUT SIGNING-MANDATE
               CLOSE SIGNING-MANDATE
               OPEN I-O SIGNING-MANDATE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           SET WS-FILES-OPEN TO TRUE
           IF NOT WS-MD-OK OR NOT WS-AF-OK OR NOT WS-CA-OK
               DISPLAY 'UNABLE TO OPEN MANDATE FILES, STATUS '
                   WS-MANDATE-STATUS ' ' WS-ACCT-FILE-STATUS
                   ' ' WS-CUST-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run MANDMNT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'MANDMNT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run MANDMNT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in MANDMNT.'
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
      * maintenance command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (SET/REMOVE/INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'SET' OR 'REMOVE' OR 'INQUIRE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'SET'
                   PERFORM 3000-SET-MANDATE THRU 3000-EXIT
               WHEN 'REMOVE'
                   PERFORM 4000-REMOVE-MANDATE THRU 4000-EXIT
               WHEN 'INQUIRE'
                   PERFORM 5000-INQUIRE-MANDATE THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SET-MANDATE - take a new mandate for a commercial
      * account; one already on file is replaced whole.
      *-----------------------------------------------------------*
       3000-SET-MANDATE.
           DISPLAY 'Account ID: '
           ACCEPT WS-PICK-ACCOUNT-ID
           MOVE WS-PICK-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Account not found, mandate not set.'
                   GO TO 3000-EXIT
           END-READ
           IF NOT ACCT-CATEGORY-COMMERCIAL
               DISPLAY 'Signing mandates are for commercial (CM) '
                   'accounts only.'
               GO TO 3000-EXIT
           END-IF
           IF ACCT-STATUS-CLOSED
               DISPLAY 'Account is closed, mandate not set.'
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-ON-FILE-SW
           MOVE WS-PICK-ACCOUNT-ID TO MND-ACCOUNT-ID
           READ SIGNING-MANDATE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-MANDATE-ON-FILE TO TRUE
                   DISPLAY 'A mandate is already on file; it will '
                       'be replaced.'
                   PERFORM 5100-SHOW-MANDATE THRU 5100-EXIT
           END-READ
           DISPLAY 'Amount above which two signers are needed '
               '(0 for none): '
           ACCEPT WS-NEW-DUAL-LIMIT
           MOVE ZERO TO WS-NEW-SOLE-COUNT
           MOVE 'N' TO WS-SIGNERS-DONE-SW
           PERFORM 3100-TAKE-ONE-SOLE-SIGNER THRU 3100-EXIT
               UNTIL WS-SIGNERS-DONE
           MOVE WS-NEW-DUAL-LIMIT TO WS-LIMIT-DISPLAY
           DISPLAY 'Set mandate on account ' WS-PICK-ACCOUNT-ID
               ': ' WS-NEW-SOLE-COUNT ' sole signer(s), two '
               'signers above ' WS-LIMIT-DISPLAY '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Mandate not set.'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-WRITE-MANDATE THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-TAKE-ONE-SOLE-SIGNER - each sole signer must be
      * linked to the account already and is taken only once.
      *-----------------------------------------------------------*
       3100-TAKE-ONE-SOLE-SIGNER.
           IF WS-NEW-SOLE-COUNT = WS-SIGNER-MAX
               SET WS-SIGNERS-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           DISPLAY 'Signer who may act alone, customer ID '
               '(0 when done): '
           ACCEPT WS-ENTRY-SIGNER-ID
           IF WS-ENTRY-SIGNER-ID = ZERO
               SET WS-SIGNERS-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE WS-ENTRY-SIGNER-ID TO CAR-CUSTOMER-ID
           MOVE WS-PICK-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   DISPLAY 'Customer is not linked to the account '
                       '- link the signer first.'
                   GO TO 3100-EXIT
           END-READ
           IF CAR-ROLE-GUARDIAN
               DISPLAY 'A guardian cannot sign on a commercial '
                   'account.'
               GO TO 3100-EXIT
           END-IF
           MOVE ZERO TO WS-SIGNER-SUB
           PERFORM 3150-TEST-ONE-TAKEN THRU 3150-EXIT
               UNTIL WS-SIGNER-SUB = WS-NEW-SOLE-COUNT
           IF WS-ENTRY-SIGNER-ID = ZERO
               DISPLAY 'Signer already taken.'
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-NEW-SOLE-COUNT
           MOVE WS-ENTRY-SIGNER-ID TO
               WS-NEW-SOLE-SIGNER (WS-NEW-SOLE-COUNT).
       3100-EXIT.
           EXIT.

       3150-TEST-ONE-TAKEN.
           ADD 1 TO WS-SIGNER-SUB
           IF WS-NEW-SOLE-SIGNER (WS-SIGNER-SUB) = WS-ENTRY-SIGNER-ID
               MOVE ZERO TO WS-ENTRY-SIGNER-ID
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-WRITE-MANDATE
      *-----------------------------------------------------------*
       3200-WRITE-MANDATE.
           MOVE WS-PICK-ACCOUNT-ID TO MND-ACCOUNT-ID
           MOVE WS-NEW-DUAL-LIMIT TO MND-DUAL-LIMIT
           MOVE WS-NEW-SOLE-COUNT TO MND-SOLE-SIGNER-COUNT
           MOVE ZERO TO WS-SIGNER-SUB
           PERFORM 3250-MOVE-ONE-SIGNER THRU 3250-EXIT
               UNTIL WS-SIGNER-SUB = WS-SIGNER-MAX
           MOVE WS-TODAY-DATE TO MND-UPDATED-DATE
           MOVE WS-OPERATOR TO MND-UPDATED-BY
           IF WS-MANDATE-ON-FILE
               REWRITE SIGNING-MANDATE-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO REPLACE MANDATE ON '
                           MND-ACCOUNT-ID
                       MOVE 20 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY 'Mandate replaced.'
               END-REWRITE
           ELSE
               WRITE SIGNING-MANDATE-RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO WRITE MANDATE ON '
                           MND-ACCOUNT-ID
                       MOVE 20 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY 'Mandate set.'
               END-WRITE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-MOVE-ONE-SIGNER.
           ADD 1 TO WS-SIGNER-SUB
           IF WS-SIGNER-SUB > WS-NEW-SOLE-COUNT
               MOVE ZERO TO MND-SOLE-SIGNER (WS-SIGNER-SUB)
           ELSE
               MOVE WS-NEW-SOLE-SIGNER (WS-SIGNER-SUB)
                   TO MND-SOLE-SIGNER (WS-SIGNER-SUB)
           END-IF.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REMOVE-MANDATE - the account is left with no
      * mandate; MEMOPOST then routes every withdrawal on it to
      * a supervisor until a new one is set.
      *-----------------------------------------------------------*
       4000-REMOVE-MANDATE.
           DISPLAY 'Account ID: '
           ACCEPT WS-PICK-ACCOUNT-ID
           MOVE WS-PICK-ACCOUNT-ID TO MND-ACCOUNT-ID
           READ SIGNING-MANDATE
               INVALID KEY
                   DISPLAY 'No mandate on file for that account.'
                   GO TO 4000-EXIT
           END-READ
           PERFORM 5100-SHOW-MANDATE THRU 5100-EXIT
           DISPLAY 'Remove this mandate? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Mandate not removed.'
               GO TO 4000-EXIT
           END-IF
           DELETE SIGNING-MANDATE RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REMOVE MANDATE ON '
                       MND-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Mandate removed; withdrawals now go to '
                       'a supervisor.'
           END-DELETE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-INQUIRE-MANDATE - display a mandate on file.
      *-----------------------------------------------------------*
       5000-INQUIRE-MANDATE.
           DISPLAY 'Account ID: '
           ACCEPT WS-PICK-ACCOUNT-ID
           MOVE WS-PICK-ACCOUNT-ID TO MND-ACCOUNT-ID
           READ SIGNING-MANDATE
               INVALID KEY
                   DISPLAY 'No mandate on file for that account.'
               NOT INVALID KEY
                   PERFORM 5100-SHOW-MANDATE THRU 5100-EXIT
           END-READ.
       5000-EXIT.
           EXIT.

       5100-SHOW-MANDATE.
           MOVE MND-DUAL-LIMIT TO WS-LIMIT-DISPLAY
           DISPLAY 'Account: ' MND-ACCOUNT-ID
               '  Two signers above: ' WS-LIMIT-DISPLAY
           DISPLAY 'Sole signers: ' MND-SOLE-SIGNER-COUNT
               '  ' MND-SOLE-SIGNER (1) ' ' MND-SOLE-SIGNER (2)
               ' ' MND-SOLE-SIGNER (3) ' ' MND-SOLE-SIGNER (4)
               ' ' MND-SOLE-SIGNER (5) ' ' MND-SOLE-SIGNER (6)
           DISPLAY 'Updated ' MND-UPDATED-DATE ' by '
               MND-UPDATED-BY.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE SIGNING-MANDATE
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-ACCOUNT
           END-IF.
       9000-EXIT.
           EXIT.
