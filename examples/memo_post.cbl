      * open, and a withdrawal must clear the memo balance plus
      * overdraft limit - then written to the transaction file as
      * an unposted record for the night's posting run.  The memo
      * balance shown is the ledger balance carried on the account
      * master plus the day's keyed but unposted items, so the
      * counter has a real
      * number to act on at 9 a.m. instead of waiting for the
      * nightly batch.  A withdrawal on a minor's account is
      * refused unless a guardian linked to it is at the counter.
      * A withdrawal on a commercial account takes the presenting
      * signer(s) and is held to the account's signing mandate.
      *
      * Modification History
      *   2026-02-25  RLB  Initial version.
      *                    for commercial accounts has a serial to
      *                    match on.  Entries are stamped with the
      *                    teller channel code.
      *   2026-10-15  RLB  The posted part of the memo balance is
      *                    now the ledger balance TRANPOST
      *                    carries on the account master; the
      *                    transaction walk only gathers the
      *                    keyed but unposted items.
      *   2026-10-15  RLB  A withdrawal on a minor's account (one
      *                    with a guardian link on CUSTACCT) is
      *                    refused unless the teller names a
      *                    guardian linked to the account.
      *   2026-10-15  RLB  A withdrawal on a commercial account
      *                    takes the presenting signer(s), who
      *                    must be linked to the account.  One
      *                    the signing mandate does not cover, or
      *                    on an account with no mandate, parks
      *                    for a supervisor in MEMOREL.
      *   2026-10-15  RLB  An entry to an account held by a
      *                    customer USERADM has linked to the
      *                    keying operator as themselves is
      *                    refused outright.
      *   2026-10-15  RLB  A parked entry is written with the
      *                    release date zero.
      *   2026-10-15  RLB  The operator must be entitled to
      *                    MEMOPOST on the entitlements table
      *                    (ENTCHECK) as well as signed on.
      *   2026-10-15  RLB  While TRANPOST has the transaction
      *                    file (a line on the posting-run file,
      *                    looked at again ahead of every entry)
      *                    an entry is validated as ever but
      *                    captured to the pending file MEMOPEND,
      *                    for MEMOLOAD to put on after the run.
      *                    The memo balance now takes in the
      *                    pending entries not yet loaded.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02; money work
      *                    fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOPOST.
           SELECT HELD-ENTRY-FILE ASSIGN TO "MEMOHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUST-ACCT-STATUS.
           SELECT SIGNING-MANDATE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-ACCOUNT-ID
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT POSTING-RUN ASSIGN TO "POSTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-RUN-STATUS.
           SELECT PENDING-ENTRY-FILE ASSIGN TO "MEMOPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-ENTRY-FILE.
       COPY "memoheld.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  SIGNING-MANDATE.
       COPY "mandate.cpy".

       FD  USER-MASTER.
       COPY "usrmst.cpy".

       FD  POSTING-RUN.
       COPY "postrun.cpy".

       FD  PENDING-ENTRY-FILE.
       COPY "memopend.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-SESSION-OK-SW         PIC X(01) VALUE 'N'.
           88  WS-SESSION-VALID               VALUE 'Y'.
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
               10  WS-LMT-MAX          PIC 9(06)V9(02).
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-POSTED-BALANCE        PIC S9(11)V9(02).
       01  WS-MEMO-BALANCE          PIC S9(11)V9(02).
       01  WS-MEMO-DISPLAY          PIC -ZZZ,ZZ9.99.
       01  WS-PROSPECTIVE-BALANCE   PIC S9(11)V9(02).
       01  WS-REJECT-SW             PIC X(01).
           88  WS-ENTRY-REJECTED              VALUE 'Y'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-CA-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CA-OPEN                     VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-MINOR-SW              PIC X(01).
           88  WS-MINOR-ACCOUNT               VALUE 'Y'.
       01  WS-ENTRY-GUARDIAN-ID     PIC 9(07).
       01  WS-MANDATE-STATUS        PIC X(02).
           88  WS-MD-OK                       VALUE '00'.
       01  WS-MD-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-MD-OPEN                     VALUE 'Y'.
       01  WS-MANDATE-SW            PIC X(01).
           88  WS-MANDATE-HOLD                VALUE 'Y'.
       01  WS-SOLE-SW               PIC X(01).
           88  WS-SOLE-SIGNER                 VALUE 'Y'.
       01  WS-SIGNER-1-ID           PIC 9(07).
       01  WS-SIGNER-2-ID           PIC 9(07).
       01  WS-CHECK-SIGNER-ID       PIC 9(07).
       01  WS-MND-SUB               PIC 9(01).
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-OWN-SUB               PIC 9(01).
       01  WS-OWN-ENTRIES           PIC 9(01) VALUE ZERO.
       01  WS-OWN-TABLE.
           05  WS-OWN-CUSTOMER-ID   OCCURS 4 TIMES PIC 9(07).
       01  WS-OWN-ACCOUNT-SW        PIC X(01).
           88  WS-OWN-ACCOUNT                 VALUE 'Y'.
       01  WS-POSTING-RUN-STATUS    PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
       01  WS-POSTING-RUN-SW        PIC X(01) VALUE 'N'.
           88  WS-POSTING-UNDER-WAY           VALUE 'Y'.
       01  WS-CAPTURE-SW            PIC X(01) VALUE 'N'.
           88  WS-CAPTURING                   VALUE 'Y'.
       01  WS-UID-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-UID-OPEN                    VALUE 'Y'.
       01  WS-PENDING-STATUS        PIC X(02).
           88  WS-PE-OK                       VALUE '00'.
           88  WS-PE-NOT-FOUND                VALUE '35'.
       01  WS-PENDING-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-PENDING              VALUE 'Y'.
       01  WS-NEXT-PENDING-ID       PIC 9(05) VALUE 1.
       01  WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Process.
      * actually signed on before anything is keyed.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           PERFORM 1100-CHECK-POSTING-RUN THRU 1100-EXIT
           IF WS-POSTING-UNDER-WAY
               SET WS-CAPTURING TO TRUE
               OPEN INPUT TRANSACTION-FILE
           ELSE
               OPEN I-O TRANSACTION-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT ACTIVE-SESSION
           IF NOT WS-TF-OK OR NOT WS-AF-OK OR NOT WS-SES-OK
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1200-CHECK-SESSION THRU 1200-EXIT
               OPEN INPUT CUSTOMER-ACCOUNT
               IF WS-CA-OK
                   SET WS-CA-OPEN TO TRUE
               END-IF
               OPEN INPUT SIGNING-MANDATE
               IF WS-MD-OK
                   SET WS-MD-OPEN TO TRUE
               END-IF
               IF WS-SESSION-VALID
                   PERFORM 1300-LOAD-OWN-CUSTOMERS THRU 1300-EXIT
                   PERFORM 1400-LOAD-OPERATOR-LIMIT THRU 1400-EXIT
                   IF WS-CAPTURING
                       DISPLAY 'Posting run in progress - entries '
                           'are captured for loading after it.'
                   ELSE
                       PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
                   END-IF
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-CHECK-POSTING-RUN - a line on the posting-run file
      * means TRANPOST has the transaction file; entries are then
      * captured to the pending file instead of written.
      *-----------------------------------------------------------*
       1100-CHECK-POSTING-RUN.
           MOVE 'N' TO WS-POSTING-RUN-SW
           OPEN INPUT POSTING-RUN
           IF NOT WS-PR-OK
               GO TO 1100-EXIT
           END-IF
           READ POSTING-RUN
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-POSTING-UNDER-WAY TO TRUE
           END-READ
           CLOSE POSTING-RUN.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-CHECK-SESSION - the operator must hold a live entry on
      * the active-session file LOGINCHECK maintains; no session,
               NOT INVALID KEY
                   SET WS-SESSION-VALID TO TRUE
                   MOVE SES-ACCESS-LEVEL TO WS-OPERATOR-LEVEL
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
      * the entitlements table to run MEMOPOST, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'MEMOPOST' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run MEMOPOST.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in MEMOPOST.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-LOAD-OWN-CUSTOMERS - the customer(s) USERADM has linked
      * to this operator ID as the staff member themselves.  An
      * entry to any account those customers hold is refused
      * outright; relatives' accounts are left to the nightly
      * staff-account report.
      *-----------------------------------------------------------*
       1300-LOAD-OWN-CUSTOMERS.
           OPEN INPUT USER-MASTER
           IF NOT WS-UM-OK
               GO TO 1300-EXIT
           END-IF
           MOVE WS-OPERATOR TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   MOVE SPACES TO USR-CUSTOMER-LINKS
           END-READ
           CLOSE USER-MASTER
           MOVE ZERO TO WS-OWN-SUB
           PERFORM 1350-LOAD-ONE-LINK THRU 1350-EXIT
               UNTIL WS-OWN-SUB = 4.
       1300-EXIT.
           EXIT.

       1350-LOAD-ONE-LINK.
           ADD 1 TO WS-OWN-SUB
           IF USR-LINK-CUSTOMER-ID (WS-OWN-SUB) IS NUMERIC
               AND USR-LINK-CUSTOMER-ID (WS-OWN-SUB) NOT = ZERO
               AND USR-LINK-SELF (WS-OWN-SUB)
               ADD 1 TO WS-OWN-ENTRIES
               MOVE USR-LINK-CUSTOMER-ID (WS-OWN-SUB)
                   TO WS-OWN-CUSTOMER-ID (WS-OWN-ENTRIES)
           END-IF.
       1350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-LOAD-OPERATOR-LIMIT - the largest amount this
      * operator's level may key on its own, off the LIMPARM
      *-----------------------------------------------------------*
      * 1500-DETERMINE-NEXT-UID - draw from the shared UIDSEQ log
      * the way INTCALC does, so keyed entries never collide with
      * batch-generated UIDs.  Drawn again whenever a posting run
      * ends under a capturing session, since the run will have
      * drawn UIDs of its own in the meantime.
      *-----------------------------------------------------------*
       1500-DETERMINE-NEXT-UID.
           MOVE ZERO TO WS-NEXT-UID
           MOVE 'N' TO WS-UID-RANGE-SW
           MOVE 'N' TO WS-SEQ-EOF-SW
           OPEN INPUT UID-SEQUENCE
           IF WS-SEQ-NOT-FOUND
               MOVE 90000 TO WS-NEXT-UID
                   MOVE 90000 TO WS-NEXT-UID
               END-IF
           END-IF
           OPEN EXTEND UID-SEQUENCE
           SET WS-UID-OPEN TO TRUE.
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
       3000-ENTER-TRANSACTION.
           MOVE 'N' TO WS-REJECT-SW
           PERFORM 3050-FOLLOW-POSTING-RUN THRU 3050-EXIT
           IF WS-ENTRY-REJECTED
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Account ID: '
           ACCEPT WS-ENTRY-ACCOUNT-ID
           DISPLAY 'Transaction type (DE/WD): '
           ELSE
               PERFORM 3100-CHECK-ACCOUNT THRU 3100-EXIT
           END-IF
           IF NOT WS-ENTRY-REJECTED
               PERFORM 3150-CHECK-OWN-ACCOUNT THRU 3150-EXIT
           END-IF
           IF NOT WS-ENTRY-REJECTED
               AND WS-ENTRY-TRAN-TYPE = 'WD'
               PERFORM 3200-CHECK-GUARDIAN THRU 3200-EXIT
           END-IF
           IF NOT WS-ENTRY-REJECTED
               PERFORM 3300-COMPUTE-MEMO-BALANCE THRU 3300-EXIT
               PERFORM 3500-CHECK-FUNDS THRU 3500-EXIT
           END-IF
           MOVE 'N' TO WS-MANDATE-SW
           MOVE ZERO TO WS-SIGNER-1-ID
           MOVE ZERO TO WS-SIGNER-2-ID
           IF NOT WS-ENTRY-REJECTED
               AND WS-ENTRY-TRAN-TYPE = 'WD'
               AND ACCT-CATEGORY-COMMERCIAL
               PERFORM 3600-CHECK-MANDATE THRU 3600-EXIT
           END-IF
           IF NOT WS-ENTRY-REJECTED
               IF WS-MANDATE-HOLD
                   OR (WS-LIMIT-SET
                   AND WS-ENTRY-AMOUNT > WS-OPERATOR-LIMIT)
                   PERFORM 3800-PARK-HELD-ENTRY THRU 3800-EXIT
               ELSE
               IF WS-CAPTURING
                   PERFORM 3900-CAPTURE-PENDING-ENTRY THRU 3900-EXIT
               ELSE
                   PERFORM 3700-WRITE-ENTRY THRU 3700-EXIT
               END-IF
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-FOLLOW-POSTING-RUN - a session stays open across the
      * start or end of the posting run, so the posting-run file
      * is looked at again ahead of every entry.  A run starting
      * turns the session to capturing, the transaction file
      * reopened for reading only; a run ending turns it back,
      * the file reopened for update and the next UID drawn
      * fresh.  A transaction file that will not reopen ends the
      * session.
      *-----------------------------------------------------------*
       3050-FOLLOW-POSTING-RUN.
           PERFORM 1100-CHECK-POSTING-RUN THRU 1100-EXIT
           IF WS-POSTING-UNDER-WAY AND NOT WS-CAPTURING
               CLOSE TRANSACTION-FILE
               OPEN INPUT TRANSACTION-FILE
               IF NOT WS-TF-OK
                   PERFORM 3060-REOPEN-FAILED THRU 3060-EXIT
                   GO TO 3050-EXIT
               END-IF
               IF WS-UID-OPEN
                   CLOSE UID-SEQUENCE
                   MOVE 'N' TO WS-UID-OPEN-SW
               END-IF
               SET WS-CAPTURING TO TRUE
               DISPLAY 'Posting run has started - entries are now '
                   'captured for loading after it.'
           END-IF
           IF NOT WS-POSTING-UNDER-WAY AND WS-CAPTURING
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
               IF WS-TF-OK
                   MOVE 'N' TO WS-CAPTURE-SW
                   PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
                   DISPLAY 'Posting run has ended - entries are '
                       'written again.'
               ELSE
                   OPEN INPUT TRANSACTION-FILE
                   IF NOT WS-TF-OK
                       PERFORM 3060-REOPEN-FAILED THRU 3060-EXIT
                   END-IF
               END-IF
           END-IF.
       3050-EXIT.
           EXIT.

       3060-REOPEN-FAILED.
           DISPLAY 'UNABLE TO REOPEN THE TRANSACTION FILE - '
               'STATUS ' WS-TRAN-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ENTRY-REJECTED TO TRUE
           SET WS-DONE TO TRUE.
       3060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CHECK-ACCOUNT - the account must exist on the master
      * (memo-post never invents one) and be open.
           EXIT.

      *-----------------------------------------------------------*
      * 3150-CHECK-OWN-ACCOUNT - no operator keys to an account
      * they hold themselves: each self-linked customer is read
      * directly on customer plus account.
      *-----------------------------------------------------------*
       3150-CHECK-OWN-ACCOUNT.
           IF NOT WS-CA-OPEN OR WS-OWN-ENTRIES = ZERO
               GO TO 3150-EXIT
           END-IF
           MOVE 'N' TO WS-OWN-ACCOUNT-SW
           MOVE ZERO TO WS-OWN-SUB
           PERFORM 3160-TEST-ONE-OWN THRU 3160-EXIT
               UNTIL WS-OWN-ACCOUNT OR WS-OWN-SUB = WS-OWN-ENTRIES
           IF WS-OWN-ACCOUNT
               DISPLAY 'Account is linked to you - post to your own '
                   'account is refused.'
               SET WS-ENTRY-REJECTED TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.

       3160-TEST-ONE-OWN.
           ADD 1 TO WS-OWN-SUB
           MOVE WS-OWN-CUSTOMER-ID (WS-OWN-SUB) TO CAR-CUSTOMER-ID
           MOVE WS-ENTRY-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-OWN-ACCOUNT TO TRUE
           END-READ.
       3160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-CHECK-GUARDIAN - a withdrawal on a minor's account
      * (one with a guardian link on CUSTACCT) needs a guardian
      * at the counter.  The relationship file is keyed on
      * customer first, so the account's links are found by a
      * walk of the whole file; the guardian the teller names is
      * then read directly on customer plus account.
      *-----------------------------------------------------------*
       3200-CHECK-GUARDIAN.
           IF NOT WS-CA-OPEN
               GO TO 3200-EXIT
           END-IF
           MOVE 'N' TO WS-MINOR-SW
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE ZERO TO CAR-KEY
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 3250-SCAN-ONE-LINK THRU 3250-EXIT
               UNTIL WS-END-OF-LINKS OR WS-MINOR-ACCOUNT
           IF NOT WS-MINOR-ACCOUNT
               GO TO 3200-EXIT
           END-IF
           DISPLAY 'Minor''s account - guardian customer ID '
               'present (0 if none): '
           ACCEPT WS-ENTRY-GUARDIAN-ID
           MOVE WS-ENTRY-GUARDIAN-ID TO CAR-CUSTOMER-ID
           MOVE WS-ENTRY-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   MOVE SPACE TO CAR-ROLE
           END-READ
           IF NOT CAR-ROLE-GUARDIAN
               DISPLAY 'A withdrawal on a minor''s account needs '
                   'a guardian present.'
               SET WS-ENTRY-REJECTED TO TRUE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-SCAN-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
               NOT AT END
                   IF CAR-ACCOUNT-ID = WS-ENTRY-ACCOUNT-ID
                       AND CAR-ROLE-GUARDIAN
                       SET WS-MINOR-ACCOUNT TO TRUE
                   END-IF
           END-READ.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-COMPUTE-MEMO-BALANCE - the ledger balance carried on
      * the master (still in the record area from 3100) plus
      * everything keyed but not yet posted.  The transaction
      * file is keyed on UID only, so the whole file is walked
      * for the unposted items; at a teller pace that is
      * acceptable.  While the posting run is under way the
      * master's ledger balance already carries what it has
      * posted so far (TRANPOST stamps it per posting) and the
      * items still to come are unposted on the file, so the
      * same arithmetic holds; entries captured to the pending
      * file and not yet loaded are added in on top.
      *-----------------------------------------------------------*
       3300-COMPUTE-MEMO-BALANCE.
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE ACCT-LEDGER-BALANCE TO WS-POSTED-BALANCE
           MOVE ZERO TO WS-MEMO-BALANCE
           MOVE ZERO TO UID
           START TRANSACTION-FILE KEY NOT LESS THAN UID
           END-START
           PERFORM 3350-SCAN-ONE-RECORD THRU 3350-EXIT
               UNTIL WS-END-OF-SCAN
           PERFORM 3400-ADD-PENDING-ENTRIES THRU 3400-EXIT
           ADD WS-POSTED-BALANCE TO WS-MEMO-BALANCE.
       3300-EXIT.
           EXIT.
               AT END
                   SET WS-END-OF-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF ACCOUNT-ID = WS-ENTRY-ACCOUNT-ID
                       IF TRAN-UNPOSTED
                           IF TRAN-TYPE = 'DE' OR 'IN'
                               ADD AMOUNT TO WS-MEMO-BALANCE
       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-ADD-PENDING-ENTRIES - the account's captured entries
      * still waiting on the pending file for MEMOLOAD.
      *-----------------------------------------------------------*
       3400-ADD-PENDING-ENTRIES.
           OPEN INPUT PENDING-ENTRY-FILE
           IF NOT WS-PE-OK
               GO TO 3400-EXIT
           END-IF
           MOVE 'N' TO WS-PENDING-EOF-SW
           PERFORM 3450-ADD-ONE-PENDING THRU 3450-EXIT
               UNTIL WS-END-OF-PENDING
           CLOSE PENDING-ENTRY-FILE.
       3400-EXIT.
           EXIT.

       3450-ADD-ONE-PENDING.
           READ PENDING-ENTRY-FILE
               AT END
                   SET WS-END-OF-PENDING TO TRUE
               NOT AT END
                   IF PND-ACCOUNT-ID = WS-ENTRY-ACCOUNT-ID
                       IF PND-TRAN-TYPE = 'DE'
                           ADD PND-AMOUNT TO WS-MEMO-BALANCE
                       ELSE
                           SUBTRACT PND-AMOUNT FROM WS-MEMO-BALANCE
                       END-IF
                   END-IF
           END-READ.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-CHECK-FUNDS - a withdrawal must clear the memo balance
      * plus the account's overdraft limit, the same arithmetic
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-CHECK-MANDATE - a commercial withdrawal is presented
      * by one signer or two, each of whom must be linked to the
      * account on CUSTACCT; anyone else is refused outright.
      * Two signers satisfy any mandate.  One signer satisfies
      * it only when named on the mandate as able to act alone
      * and the amount is within the dual-signature limit.  An
      * entry the mandate does not cover, or on an account with
      * no mandate on file, goes to a supervisor.
      *-----------------------------------------------------------*
       3600-CHECK-MANDATE.
           DISPLAY 'Presenting signer customer ID: '
           ACCEPT WS-SIGNER-1-ID
           DISPLAY 'Second signer customer ID (0 if none): '
           ACCEPT WS-SIGNER-2-ID
           IF NOT WS-CA-OPEN
               DISPLAY 'Signers cannot be verified - entry goes '
                   'to a supervisor.'
               SET WS-MANDATE-HOLD TO TRUE
               GO TO 3600-EXIT
           END-IF
           MOVE WS-SIGNER-1-ID TO WS-CHECK-SIGNER-ID
           PERFORM 3650-VERIFY-SIGNER THRU 3650-EXIT
           IF WS-ENTRY-REJECTED
               GO TO 3600-EXIT
           END-IF
           IF WS-SIGNER-2-ID NOT = ZERO
               IF WS-SIGNER-2-ID = WS-SIGNER-1-ID
                   DISPLAY 'The second signer must be a different '
                       'person.'
                   SET WS-ENTRY-REJECTED TO TRUE
                   GO TO 3600-EXIT
               END-IF
               MOVE WS-SIGNER-2-ID TO WS-CHECK-SIGNER-ID
               PERFORM 3650-VERIFY-SIGNER THRU 3650-EXIT
               GO TO 3600-EXIT
           END-IF
           IF NOT WS-MD-OPEN
               DISPLAY 'No signing mandate on file - entry goes to '
                   'a supervisor.'
               SET WS-MANDATE-HOLD TO TRUE
               GO TO 3600-EXIT
           END-IF
           MOVE WS-ENTRY-ACCOUNT-ID TO MND-ACCOUNT-ID
           READ SIGNING-MANDATE
               INVALID KEY
                   DISPLAY 'No signing mandate on file - entry goes '
                       'to a supervisor.'
                   SET WS-MANDATE-HOLD TO TRUE
                   GO TO 3600-EXIT
           END-READ
           MOVE 'N' TO WS-SOLE-SW
           MOVE ZERO TO WS-MND-SUB
           PERFORM 3670-TEST-ONE-SOLE-SIGNER THRU 3670-EXIT
               UNTIL WS-SOLE-SIGNER
               OR WS-MND-SUB = MND-SOLE-SIGNER-COUNT
           IF NOT WS-SOLE-SIGNER
               DISPLAY 'This signer may not act alone - entry goes '
                   'to a supervisor.'
               SET WS-MANDATE-HOLD TO TRUE
               GO TO 3600-EXIT
           END-IF
           IF NOT MND-NO-DUAL-LIMIT
               AND WS-ENTRY-AMOUNT > MND-DUAL-LIMIT
               DISPLAY 'Two signers are needed for this amount - '
                   'entry goes to a supervisor.'
               SET WS-MANDATE-HOLD TO TRUE
           END-IF.
       3600-EXIT.
           EXIT.

       3650-VERIFY-SIGNER.
           MOVE WS-CHECK-SIGNER-ID TO CAR-CUSTOMER-ID
           MOVE WS-ENTRY-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   DISPLAY 'Customer ' WS-CHECK-SIGNER-ID
                       ' is not a signer on this account.'
                   SET WS-ENTRY-REJECTED TO TRUE
                   GO TO 3650-EXIT
           END-READ
           IF CAR-ROLE-GUARDIAN
               DISPLAY 'Customer ' WS-CHECK-SIGNER-ID
                   ' is not a signer on this account.'
               SET WS-ENTRY-REJECTED TO TRUE
           END-IF.
       3650-EXIT.
           EXIT.

       3670-TEST-ONE-SOLE-SIGNER.
           ADD 1 TO WS-MND-SUB
           IF MND-SOLE-SIGNER (WS-MND-SUB) = WS-SIGNER-1-ID
               SET WS-SOLE-SIGNER TO TRUE
           END-IF.
       3670-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-WRITE-ENTRY - write the keyed transaction unposted and
      * show the running memo balance.
           MOVE WS-ENTRY-SERIAL TO TRAN-CHECK-SERIAL
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
           ACCEPT HEL-HELD-TIME FROM TIME
           SET HEL-OPEN TO TRUE
           MOVE SPACES TO HEL-RELEASED-BY
           MOVE ZERO TO HEL-RELEASED-DATE
           IF WS-MANDATE-HOLD
               SET HEL-REASON-MANDATE TO TRUE
           ELSE
               MOVE 'L' TO HEL-HOLD-REASON
           END-IF
           MOVE WS-SIGNER-1-ID TO HEL-SIGNER-1
           MOVE WS-SIGNER-2-ID TO HEL-SIGNER-2
           WRITE HELD-ENTRY-RECORD
           CLOSE HELD-ENTRY-FILE
           ADD 1 TO WS-HELD-COUNT
           IF WS-MANDATE-HOLD
               DISPLAY 'Entry is outside the signing mandate - '
                   'parked as held entry ' WS-NEXT-HELD-ID
                   ' for supervisor release.'
           ELSE
               DISPLAY 'Entry exceeds your limit - parked as held '
                   'entry ' WS-NEXT-HELD-ID
                   ' for supervisor release.'
           END-IF.
       3800-EXIT.
           EXIT.

       3850-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-CAPTURE-PENDING-ENTRY - the posting run has the
      * transaction file, so the validated entry goes to the
      * pending file for MEMOLOAD to put on after it; no UID is
      * drawn until then.  Pending IDs count up from the highest
      * already on file.
      *-----------------------------------------------------------*
       3900-CAPTURE-PENDING-ENTRY.
           MOVE 1 TO WS-NEXT-PENDING-ID
           OPEN INPUT PENDING-ENTRY-FILE
           IF WS-PE-OK
               MOVE 'N' TO WS-PENDING-EOF-SW
               PERFORM 3950-SCAN-ONE-PENDING THRU 3950-EXIT
                   UNTIL WS-END-OF-PENDING
               CLOSE PENDING-ENTRY-FILE
           END-IF
           OPEN EXTEND PENDING-ENTRY-FILE
           IF WS-PE-NOT-FOUND
               OPEN OUTPUT PENDING-ENTRY-FILE
           END-IF
           IF NOT WS-PE-OK
               DISPLAY 'UNABLE TO OPEN THE PENDING FILE - ENTRY '
                   'REFUSED'
               MOVE 16 TO RETURN-CODE
               GO TO 3900-EXIT
           END-IF
           MOVE WS-NEXT-PENDING-ID TO PND-PENDING-ID
           MOVE WS-OPERATOR TO PND-OPERATOR
           MOVE WS-ENTRY-ACCOUNT-ID TO PND-ACCOUNT-ID
           MOVE WS-ENTRY-TRAN-TYPE TO PND-TRAN-TYPE
           MOVE WS-ENTRY-AMOUNT TO PND-AMOUNT
           MOVE WS-ENTRY-DESC TO PND-DESC
           MOVE WS-ENTRY-SERIAL TO PND-CHECK-SERIAL
           MOVE ACCT-BRANCH-CODE TO PND-BRANCH-CODE
           MOVE WS-TODAY-DATE TO PND-ENTRY-DATE
           ACCEPT PND-ENTRY-TIME FROM TIME
           WRITE PENDING-ENTRY-RECORD
           CLOSE PENDING-ENTRY-FILE
           ADD 1 TO WS-KEYED-COUNT
           ADD 1 TO WS-PENDING-COUNT
           IF WS-ENTRY-TRAN-TYPE = 'DE'
               ADD WS-ENTRY-AMOUNT TO WS-MEMO-BALANCE
           ELSE
               SUBTRACT WS-ENTRY-AMOUNT FROM WS-MEMO-BALANCE
           END-IF
           MOVE WS-MEMO-BALANCE TO WS-MEMO-DISPLAY
           DISPLAY 'Entry captured as pending entry '
               WS-NEXT-PENDING-ID ' for loading after the posting '
               'run.  Memo balance: ' WS-MEMO-DISPLAY.
       3900-EXIT.
           EXIT.

       3950-SCAN-ONE-PENDING.
           READ PENDING-ENTRY-FILE
               AT END
                   SET WS-END-OF-PENDING TO TRUE
               NOT AT END
                   IF PND-PENDING-ID NOT < WS-NEXT-PENDING-ID
                       COMPUTE WS-NEXT-PENDING-ID =
                           PND-PENDING-ID + 1
                   END-IF
           END-READ.
       3950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'ENTRIES KEYED: ' WS-KEYED-COUNT
           IF WS-PENDING-COUNT > ZERO
               DISPLAY 'ENTRIES CAPTURED PENDING: ' WS-PENDING-COUNT
           END-IF
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE ACTIVE-SESSION
           IF WS-CA-OPEN
               CLOSE CUSTOMER-ACCOUNT
           END-IF
           IF WS-MD-OPEN
               CLOSE SIGNING-MANDATE
           END-IF
           IF WS-UID-OPEN
               CLOSE UID-SEQUENCE
           END-IF.
       9000-EXIT.
