      *                    and after images (MSTJRNL), so an
      *                    intraday change between backups can be
      *                    replayed forward by MSTRPLAY.
      *   2026-10-15  RLB  LINK and UNLINK commands tie up to
      *                    four CUSTMST customers to an operator
      *                    ID - the staff member themselves or a
      *                    relative - each change journaled and
      *                    written to the user history like any
      *                    other.
      *   2026-10-15  RLB  Besides supervisor access, the
      *                    administrator must be entitled to
      *                    USERADM, and to each command run, on
      *                    the entitlements table (ENTCHECK).
      *   2026-10-15  RLB  REVIEW command assigns the supervisor
      *                    who recertifies an operator's access
      *                    (USR-REVIEWER); ADD makes the adding
      *                    administrator the reviewer.  Journaled
      *                    and written to the user history like
      *                    any other change.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USERADM.
           SELECT USER-HISTORY ASSIGN TO "USERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-HISTORY.
       COPY "userhist.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-COMMAND               PIC X(07).
       01  WS-ADMIN-NAME            PIC X(20).
       01  WS-TARGET-NAME           PIC X(20).
       01  WS-REVIEWER-NAME         PIC X(20).
       01  WS-LEVEL-ENTRY           PIC X(01).
       01  WS-NEW-PASSWORD          PIC X(20).
       01  WS-OLD-VALUE             PIC X(20).
       01  WS-SCR-SUB               PIC 9(02).
       01  WS-SCR-ACC               PIC 9(08).
       01  WS-SCR-CODE              PIC 9(04).
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CM-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CM-OPEN                     VALUE 'Y'.
       01  WS-LINK-CUSTOMER-ID      PIC 9(07).
       01  WS-LINK-RELATION         PIC X(01).
       01  WS-LINK-SUB              PIC 9(01).
       01  WS-FREE-SUB              PIC 9(01).
       01  WS-FOUND-SUB             PIC 9(01).
       01  WS-SELF-SUB              PIC 9(01).
       01  WS-LINK-VALUE.
           05  WS-LV-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-LV-RELATION       PIC X(01).

       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-JOURNAL-ACTION        PIC X(01).
       01  WS-JOURNAL-STAMP         PIC 9(14).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.

       PROCEDURE DIVISION.
       Main-Process.
               IF WS-UH-NOT-FOUND
                   OPEN OUTPUT USER-HISTORY
               END-IF
               OPEN INPUT CUSTOMER-MASTER
               IF WS-CM-OK
                   SET WS-CM-OPEN TO TRUE
               END-IF
               PERFORM 1200-CHECK-ADMINISTRATOR THRU 1200-EXIT
           END-IF.
       1000-EXIT.
                                   'may administer operators.'
                           END-IF
                   END-READ
           END-READ
           IF WS-ADMIN-OK
               MOVE SPACES TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   MOVE 'N' TO WS-ADMIN-OK-SW
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the administrator must be entitled on
      * the entitlements table to run USERADM, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-ADMIN-NAME TO ENC-USERNAME
           MOVE 'USERADM' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run USERADM.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in USERADM.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-COMMAND
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command '
               '(ADD/DEACT/UNLOCK/LEVEL/LINK/UNLINK/REVIEW/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'ADD' OR 'DEACT' OR 'UNLOCK' OR 'LEVEL'
               OR 'LINK' OR 'UNLINK' OR 'REVIEW'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'ADD'
                   PERFORM 3000-ADD-OPERATOR THRU 3000-EXIT
                   PERFORM 5000-UNLOCK-OPERATOR THRU 5000-EXIT
               WHEN 'LEVEL'
                   PERFORM 6000-CHANGE-LEVEL THRU 6000-EXIT
               WHEN 'LINK'
                   PERFORM 6500-LINK-CUSTOMER THRU 6500-EXIT
               WHEN 'UNLINK'
                   PERFORM 6600-UNLINK-CUSTOMER THRU 6600-EXIT
               WHEN 'REVIEW'
                   PERFORM 6900-ASSIGN-REVIEWER THRU 6900-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
           ACCEPT WS-CURRENT-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO USR-PWD-CHANGED-DT
           MOVE SPACES TO USR-OTP-CODE
           INITIALIZE USR-CUSTOMER-LINKS
           MOVE WS-ADMIN-NAME TO USR-REVIEWER
           MOVE ZERO TO USR-RECERT-DATE
           WRITE USER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'Username already on file.'
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500-LINK-CUSTOMER - tie a CUSTMST customer to the operator
      * ID: the staff member themselves (S, at most one) or a
      * relative or household member (R).  MEMOPOST refuses an
      * entry to a self-linked customer's account, and STAFFRPT
      * reports the operator's activity on any linked account.
      *-----------------------------------------------------------*
       6500-LINK-CUSTOMER.
           DISPLAY 'Username to link: '
           ACCEPT WS-TARGET-NAME
           MOVE WS-TARGET-NAME TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'Operator not found.'
                   GO TO 6500-EXIT
           END-READ
           PERFORM 6700-SHOW-LINKS THRU 6700-EXIT
           DISPLAY 'Customer ID to link: '
           ACCEPT WS-LINK-CUSTOMER-ID
           IF WS-LINK-CUSTOMER-ID = ZERO
               DISPLAY 'Customer ID required.'
               GO TO 6500-EXIT
           END-IF
           IF WS-CM-OPEN
               MOVE WS-LINK-CUSTOMER-ID TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY 'Customer not on the customer master.'
                       GO TO 6500-EXIT
               END-READ
           END-IF
           DISPLAY 'Relation (S=Self, R=Relative/household): '
           ACCEPT WS-LINK-RELATION
           IF WS-LINK-RELATION = 's'
               MOVE 'S' TO WS-LINK-RELATION
           END-IF
           IF WS-LINK-RELATION = 'r'
               MOVE 'R' TO WS-LINK-RELATION
           END-IF
           IF WS-LINK-RELATION NOT = 'S' AND 'R'
               DISPLAY 'Invalid relation.'
               GO TO 6500-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
           PERFORM 6800-SCAN-LINKS THRU 6800-EXIT
           IF WS-FOUND-SUB NOT = ZERO
               DISPLAY 'Customer is already linked to this operator.'
               GO TO 6500-EXIT
           END-IF
           IF WS-LINK-RELATION = 'S' AND WS-SELF-SUB NOT = ZERO
               DISPLAY 'Operator already has a self link - UNLINK '
                   'it first.'
               GO TO 6500-EXIT
           END-IF
           IF WS-FREE-SUB = ZERO
               DISPLAY 'All four link slots are in use.'
               GO TO 6500-EXIT
           END-IF
           MOVE WS-LINK-CUSTOMER-ID TO
               USR-LINK-CUSTOMER-ID (WS-FREE-SUB)
           MOVE WS-LINK-RELATION TO USR-LINK-RELATION (WS-FREE-SUB)
           REWRITE USER-MASTER-RECORD
           MOVE 'R' TO WS-JOURNAL-ACTION
           PERFORM 7500-JOURNAL-MASTER-CHANGE THRU 7500-EXIT
           MOVE 'LINK' TO UHS-FIELD-NAME
           MOVE SPACES TO WS-OLD-VALUE
           MOVE WS-LINK-CUSTOMER-ID TO WS-LV-CUSTOMER-ID
           MOVE WS-LINK-RELATION TO WS-LV-RELATION
           MOVE WS-LINK-VALUE TO UHS-NEW-VALUE
           PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
           DISPLAY 'Customer linked.'.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6600-UNLINK-CUSTOMER
      *-----------------------------------------------------------*
       6600-UNLINK-CUSTOMER.
           DISPLAY 'Username to unlink: '
           ACCEPT WS-TARGET-NAME
           MOVE WS-TARGET-NAME TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'Operator not found.'
                   GO TO 6600-EXIT
           END-READ
           PERFORM 6700-SHOW-LINKS THRU 6700-EXIT
           DISPLAY 'Customer ID to unlink: '
           ACCEPT WS-LINK-CUSTOMER-ID
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
           PERFORM 6800-SCAN-LINKS THRU 6800-EXIT
           IF WS-FOUND-SUB = ZERO
               DISPLAY 'Customer is not linked to this operator.'
               GO TO 6600-EXIT
           END-IF
           MOVE USR-LINK-CUSTOMER-ID (WS-FOUND-SUB)
               TO WS-LV-CUSTOMER-ID
           MOVE USR-LINK-RELATION (WS-FOUND-SUB) TO WS-LV-RELATION
           MOVE ZERO TO USR-LINK-CUSTOMER-ID (WS-FOUND-SUB)
           MOVE SPACE TO USR-LINK-RELATION (WS-FOUND-SUB)
           REWRITE USER-MASTER-RECORD
           MOVE 'R' TO WS-JOURNAL-ACTION
           PERFORM 7500-JOURNAL-MASTER-CHANGE THRU 7500-EXIT
           MOVE 'UNLINK' TO UHS-FIELD-NAME
           MOVE WS-LINK-VALUE TO WS-OLD-VALUE
           MOVE SPACES TO UHS-NEW-VALUE
           PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
           DISPLAY 'Customer unlinked.'.
       6600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6700-SHOW-LINKS - the operator's current customer links.
      *-----------------------------------------------------------*
       6700-SHOW-LINKS.
           MOVE ZERO TO WS-LINK-SUB
           PERFORM 6750-SHOW-ONE-LINK THRU 6750-EXIT
               UNTIL WS-LINK-SUB = 4.
       6700-EXIT.
           EXIT.

       6750-SHOW-ONE-LINK.
           ADD 1 TO WS-LINK-SUB
           IF USR-LINK-CUSTOMER-ID (WS-LINK-SUB) IS NUMERIC
               AND USR-LINK-CUSTOMER-ID (WS-LINK-SUB) NOT = ZERO
               DISPLAY 'Linked customer '
                   USR-LINK-CUSTOMER-ID (WS-LINK-SUB)
                   ' relation ' USR-LINK-RELATION (WS-LINK-SUB)
           END-IF.
       6750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6800-SCAN-LINKS - find the slot holding the keyed
      * customer, the first free slot, and any self link.  A
      * record written before the links existed carries blanks,
      * which are cleared to an empty slot on the way past.
      *-----------------------------------------------------------*
       6800-SCAN-LINKS.
           MOVE ZERO TO WS-FOUND-SUB
           MOVE ZERO TO WS-FREE-SUB
           MOVE ZERO TO WS-SELF-SUB
           MOVE ZERO TO WS-LINK-SUB
           PERFORM 6850-SCAN-ONE-LINK THRU 6850-EXIT
               UNTIL WS-LINK-SUB = 4.
       6800-EXIT.
           EXIT.

       6850-SCAN-ONE-LINK.
           ADD 1 TO WS-LINK-SUB
           IF USR-LINK-CUSTOMER-ID (WS-LINK-SUB) NOT NUMERIC
               MOVE ZERO TO USR-LINK-CUSTOMER-ID (WS-LINK-SUB)
               MOVE SPACE TO USR-LINK-RELATION (WS-LINK-SUB)
           END-IF
           IF USR-LINK-CUSTOMER-ID (WS-LINK-SUB) = ZERO
               IF WS-FREE-SUB = ZERO
                   MOVE WS-LINK-SUB TO WS-FREE-SUB
               END-IF
               GO TO 6850-EXIT
           END-IF
           IF USR-LINK-CUSTOMER-ID (WS-LINK-SUB) = WS-LINK-CUSTOMER-ID
               MOVE WS-LINK-SUB TO WS-FOUND-SUB
           END-IF
           IF USR-LINK-SELF (WS-LINK-SUB)
               MOVE WS-LINK-SUB TO WS-SELF-SUB
           END-IF.
       6850-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6900-ASSIGN-REVIEWER - name the supervisor who recertifies
      * the operator's access each quarter (USRCERT lists it,
      * CERTAPLY takes that supervisor's decision).  The reviewer
      * must be an active supervisor other than the operator.
      *-----------------------------------------------------------*
       6900-ASSIGN-REVIEWER.
           DISPLAY 'Username to assign a reviewer: '
           ACCEPT WS-TARGET-NAME
           DISPLAY 'Reviewing supervisor: '
           ACCEPT WS-REVIEWER-NAME
           IF WS-REVIEWER-NAME = WS-TARGET-NAME
               DISPLAY 'An operator may not review their own access.'
               GO TO 6900-EXIT
           END-IF
           MOVE WS-REVIEWER-NAME TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'Reviewer not on the user master.'
                   GO TO 6900-EXIT
           END-READ
           IF NOT USR-SUPERVISOR OR NOT USR-ACTIVE
               DISPLAY 'The reviewer must be an active supervisor.'
               GO TO 6900-EXIT
           END-IF
           MOVE WS-TARGET-NAME TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'Operator not found.'
                   GO TO 6900-EXIT
           END-READ
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE USR-REVIEWER TO WS-OLD-VALUE
           MOVE WS-REVIEWER-NAME TO USR-REVIEWER
           REWRITE USER-MASTER-RECORD
           MOVE 'R' TO WS-JOURNAL-ACTION
           PERFORM 7500-JOURNAL-MASTER-CHANGE THRU 7500-EXIT
           MOVE 'REVIEWER' TO UHS-FIELD-NAME
           MOVE USR-REVIEWER TO UHS-NEW-VALUE
           PERFORM 7000-WRITE-HISTORY THRU 7000-EXIT
           DISPLAY 'Reviewer assigned.'.
       6900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-JOURNAL-MASTER-CHANGE - the before/after image pair
      * for the change just applied; a new operator carries a
               CLOSE ACTIVE-SESSION
               CLOSE MASTER-JOURNAL
               CLOSE USER-HISTORY
               IF WS-CM-OPEN
                   CLOSE CUSTOMER-MASTER
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
