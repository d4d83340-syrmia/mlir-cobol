      *-----------------------------------------------------------*
      * PROGRAM:      CHGOMNT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Charge-off review.  Lists the candidates CHGOSEL has put
      * on the charge-off file (CHGOFF.CPY) and takes the
      * supervisor's decision on each: approve, and CHGOPOST
      * writes the balance off that night; or decline, and the
      * balance stays on the books.  A declined candidate stays
      * on file so CHGOSEL does not put it forward again; it
      * comes off when the account cures.  An approval can be
      * withdrawn by declining it before CHGOPOST has run.
      *
      * Anyone may list; only an active supervisor on the user
      * master may approve or decline, and the reviewer's ID is
      * kept on the candidate.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to CHGOMNT, and to each command
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
       PROGRAM-ID. CHGOMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-ACCOUNT-ID
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-OFF-FILE.
       COPY "chgoff.cpy".

       FD  USER-MASTER.
       COPY "usrmst.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CHGOFF-STATUS         PIC X(02).
           88  WS-CO-OK                       VALUE '00'.
           88  WS-CO-NOT-FOUND                VALUE '35'.
       01  WS-USER-STATUS           PIC X(02).
           88  WS-US-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-SUPERVISOR-SW         PIC X(01) VALUE 'N'.
           88  WS-OPERATOR-IS-SUPERVISOR      VALUE 'Y'.
       01  WS-CHGOFF-EOF-SW         PIC X(01).
           88  WS-END-OF-CHARGE-OFFS          VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CONFIRM               PIC X(01).
       01  WS-PICK-ACCOUNT-ID       PIC 9(07).
       01  WS-LISTED-COUNT          PIC 9(05).
       01  WS-SOURCE-WORD           PIC X(09).
       01  WS-STATUS-WORD           PIC X(08).
       01  WS-BALANCE-DISPLAY       PIC Z,ZZZ,ZZ9.99.
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
      * 1000-INITIALIZE - verify the operator is signed on and
      * entitled, then open the charge-off file, creating it on
      * first use; the user master says whether the operator may
      * decide.
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
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CO-NOT-FOUND
               OPEN OUTPUT CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
               OPEN I-O CHARGE-OFF-FILE
           END-IF
           OPEN INPUT USER-MASTER
           SET WS-FILES-OPEN TO TRUE
           IF NOT WS-CO-OK OR NOT WS-US-OK
               DISPLAY 'UNABLE TO OPEN CHARGE-OFF FILES, STATUS '
                   WS-CHGOFF-STATUS ' ' WS-USER-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-OPERATOR TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USR-SUPERVISOR AND USR-ACTIVE
                       SET WS-OPERATOR-IS-SUPERVISOR TO TRUE
                   END-IF
           END-READ
           IF NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY 'Not an active supervisor - list only.'
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run CHGOMNT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'CHGOMNT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run CHGOMNT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in CHGOMNT.'
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
      * review command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (LIST/APPROVE/DECLINE/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'LIST' OR 'APPROVE' OR 'DECLINE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'LIST'
                   PERFORM 3000-LIST-CANDIDATES THRU 3000-EXIT
               WHEN 'APPROVE'
                   PERFORM 4000-APPROVE-CANDIDATE THRU 4000-EXIT
               WHEN 'DECLINE'
                   PERFORM 5000-DECLINE-CANDIDATE THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-CANDIDATES - every candidate not yet charged
      * off, in account order.
      *-----------------------------------------------------------*
       3000-LIST-CANDIDATES.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE 'N' TO WS-CHGOFF-EOF-SW
           MOVE ZERO TO CHO-ACCOUNT-ID
           START CHARGE-OFF-FILE KEY NOT LESS THAN CHO-ACCOUNT-ID
               INVALID KEY
                   SET WS-END-OF-CHARGE-OFFS TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-CANDIDATE THRU 3100-EXIT
               UNTIL WS-END-OF-CHARGE-OFFS
           DISPLAY WS-LISTED-COUNT ' candidate(s) listed.'.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-CANDIDATE.
           READ CHARGE-OFF-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CHARGE-OFFS TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF CHO-CHARGED-OFF
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-LISTED-COUNT
           PERFORM 6000-SHOW-CANDIDATE THRU 6000-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-APPROVE-CANDIDATE - a pending candidate only; one
      * already declined is approved by a fresh review once
      * CHGOSEL has put it forward again after curing.
      *-----------------------------------------------------------*
       4000-APPROVE-CANDIDATE.
           IF NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY 'Only a supervisor may approve a charge-off.'
               GO TO 4000-EXIT
           END-IF
           PERFORM 6100-PICK-CANDIDATE THRU 6100-EXIT
           IF WS-PICK-ACCOUNT-ID = ZERO
               GO TO 4000-EXIT
           END-IF
           IF NOT CHO-PENDING
               DISPLAY 'Only a pending candidate can be approved.'
               GO TO 4000-EXIT
           END-IF
           DISPLAY 'Approve charge-off of ' WS-BALANCE-DISPLAY
               ' on account ' CHO-ACCOUNT-ID '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Charge-off not approved.'
               GO TO 4000-EXIT
           END-IF
           SET CHO-APPROVED TO TRUE
           PERFORM 6200-RECORD-DECISION THRU 6200-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-DECLINE-CANDIDATE - a pending candidate, or one
      * approved but not yet posted.
      *-----------------------------------------------------------*
       5000-DECLINE-CANDIDATE.
           IF NOT WS-OPERATOR-IS-SUPERVISOR
               DISPLAY 'Only a supervisor may decline a charge-off.'
               GO TO 5000-EXIT
           END-IF
           PERFORM 6100-PICK-CANDIDATE THRU 6100-EXIT
           IF WS-PICK-ACCOUNT-ID = ZERO
               GO TO 5000-EXIT
           END-IF
           IF NOT CHO-PENDING AND NOT CHO-APPROVED
               DISPLAY 'Only a pending or approved candidate can '
                   'be declined.'
               GO TO 5000-EXIT
           END-IF
           DISPLAY 'Decline charge-off on account ' CHO-ACCOUNT-ID
               '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Candidate left as it was.'
               GO TO 5000-EXIT
           END-IF
           SET CHO-DECLINED TO TRUE
           PERFORM 6200-RECORD-DECISION THRU 6200-EXIT.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-SHOW-CANDIDATE
      *-----------------------------------------------------------*
       6000-SHOW-CANDIDATE.
           IF CHO-SOURCE-LOAN
               MOVE 'LOAN' TO WS-SOURCE-WORD
           ELSE
               MOVE 'OVERDRAFT' TO WS-SOURCE-WORD
           END-IF
           EVALUATE TRUE
               WHEN CHO-PENDING
                   MOVE 'PENDING' TO WS-STATUS-WORD
               WHEN CHO-APPROVED
                   MOVE 'APPROVED' TO WS-STATUS-WORD
               WHEN CHO-DECLINED
                   MOVE 'DECLINED' TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE 'WRITTEN' TO WS-STATUS-WORD
           END-EVALUATE
           MOVE CHO-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY 'Account: ' CHO-ACCOUNT-ID '  ' WS-SOURCE-WORD
               '  Days: ' CHO-DAYS-PAST-DUE '  Balance: '
               WS-BALANCE-DISPLAY '  ' WS-STATUS-WORD
           IF CHO-REVIEWED-BY NOT = SPACES
               DISPLAY '   Reviewed ' CHO-REVIEWED-DATE ' by '
                   CHO-REVIEWED-BY
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-PICK-CANDIDATE - take an account ID and read its
      * candidate; zero is left in the ID when there is none.
      *-----------------------------------------------------------*
       6100-PICK-CANDIDATE.
           DISPLAY 'Account ID: '
           ACCEPT WS-PICK-ACCOUNT-ID
           MOVE WS-PICK-ACCOUNT-ID TO CHO-ACCOUNT-ID
           READ CHARGE-OFF-FILE
               INVALID KEY
                   DISPLAY 'No charge-off candidate for that '
                       'account.'
                   MOVE ZERO TO WS-PICK-ACCOUNT-ID
                   GO TO 6100-EXIT
           END-READ
           PERFORM 6000-SHOW-CANDIDATE THRU 6000-EXIT.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-RECORD-DECISION
      *-----------------------------------------------------------*
       6200-RECORD-DECISION.
           MOVE WS-OPERATOR TO CHO-REVIEWED-BY
           MOVE WS-TODAY-DATE TO CHO-REVIEWED-DATE
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD DECISION ON '
                       CHO-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   IF CHO-APPROVED
                       DISPLAY 'Approved; CHGOPOST writes it off '
                           'tonight.'
                   ELSE
                       DISPLAY 'Declined.'
                   END-IF
           END-REWRITE.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE CHARGE-OFF-FILE
               CLOSE USER-MASTER
           END-IF.
       9000-EXIT.
           EXIT.
