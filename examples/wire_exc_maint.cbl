      *-----------------------------------------------------------*
      * PROGRAM:      WIREXMNT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Wire exception workstation, modeled on MEMOREL.  The
      * incoming wires WIRERCV would not post on its own - the
      * beneficiary is not a holder of the account, a party is on
      * the watch list, or the account cannot take the money -
      * wait on the wire exception queue (WIREEXC.CPY) for a
      * supervisor.  The operator must be signed on and an active
      * supervisor on the user master.  LIST shows the open
      * exceptions; RELEASE posts one as a DE on channel WR like
      * a clean wire, into an account that is on file and not
      * closed; RETURN sends one back to the originating bank on
      * the wire return file (WIRERET.CPY).  Either way the
      * supervisor and the date stay on the exception.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  The operator must be entitled to
      *                    WIREXMNT on the entitlements table
      *                    (ENTCHECK) as well as signed on.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREXMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-EXCEPTION-FILE ASSIGN TO "WIREEXC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WXQ-WIRE-REF
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT WIRE-RETURN-FILE ASSIGN TO "WIRERET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT ACTIVE-SESSION ASSIGN TO "SESSION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-USERNAME
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIRE-EXCEPTION-FILE.
       COPY "wireexc.cpy".

       FD  WIRE-RETURN-FILE.
       COPY "wireret.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  ACTIVE-SESSION.
       COPY "session.cpy".

       FD  USER-MASTER.
       COPY "usrmst.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-EXCEPTION-STATUS      PIC X(02).
           88  WS-WX-OK                       VALUE '00'.
           88  WS-WX-NOT-FOUND                VALUE '35'.
       01  WS-RETURN-STATUS         PIC X(02).
           88  WS-RT-OK                       VALUE '00'.
           88  WS-RT-NOT-FOUND                VALUE '35'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-SESSION-STATUS        PIC X(02).
           88  WS-SES-OK                      VALUE '00'.
       01  WS-USER-STATUS           PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-SUPERVISOR-SW         PIC X(01) VALUE 'N'.
           88  WS-SUPERVISOR-OK               VALUE 'Y'.
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-LIST-EOF-SW           PIC X(01).
           88  WS-END-OF-EXCEPTIONS           VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-COMMAND               PIC X(08).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-OPEN-COUNT            PIC 9(05).
       01  WS-RELEASED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-RETURNED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CONFIRM               PIC X(01).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK AND WS-SUPERVISOR-OK
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the queue must exist to have anything
      * to work; the operator must be signed on and a supervisor.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN I-O WIRE-EXCEPTION-FILE
           IF WS-WX-NOT-FOUND
               DISPLAY 'No wire exceptions on file - nothing to '
                   'work.'
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT ACTIVE-SESSION
           OPEN INPUT USER-MASTER
           IF NOT WS-WX-OK OR NOT WS-TF-OK OR NOT WS-AF-OK
               OR NOT WS-SES-OK OR NOT WS-UM-OK
               DISPLAY 'UNABLE TO OPEN WIRE EXCEPTION FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-CHECK-SUPERVISOR THRU 1200-EXIT
           IF WS-SUPERVISOR-OK
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-CHECK-SUPERVISOR - signed on through LOGINCHECK, and
      * an active supervisor on the user master; operators do not
      * release or return wires.
      *-----------------------------------------------------------*
       1200-CHECK-SUPERVISOR.
           DISPLAY 'Operator username: '
           ACCEPT WS-OPERATOR
           MOVE WS-OPERATOR TO SES-USERNAME
           READ ACTIVE-SESSION
               INVALID KEY
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
                   GO TO 1200-EXIT
           END-READ
           MOVE WS-OPERATOR TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'Operator not on the user master.'
                   GO TO 1200-EXIT
           END-READ
           IF USR-SUPERVISOR AND USR-ACTIVE
               SET WS-SUPERVISOR-OK TO TRUE
           ELSE
               DISPLAY 'Only an active supervisor may work wire '
                   'exceptions.'
           END-IF
           IF WS-SUPERVISOR-OK
               MOVE SPACES TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   MOVE 'N' TO WS-SUPERVISOR-SW
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run WIREXMNT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'WIREXMNT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run WIREXMNT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in WIREXMNT.'
           END-EVALUATE.
       1250-EXIT.
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
      * workstation command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (LIST/RELEASE/RETURN/EXIT): '
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN 'LIST'
                   PERFORM 3000-LIST-EXCEPTIONS THRU 3000-EXIT
               WHEN 'RELEASE'
                   PERFORM 4000-RELEASE-WIRE THRU 4000-EXIT
               WHEN 'RETURN'
                   PERFORM 5000-RETURN-WIRE THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-EXCEPTIONS - every open exception, in wire
      * reference order.
      *-----------------------------------------------------------*
       3000-LIST-EXCEPTIONS.
           MOVE ZERO TO WS-OPEN-COUNT
           MOVE 'N' TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO WXQ-WIRE-REF
           START WIRE-EXCEPTION-FILE
               KEY IS NOT LESS THAN WXQ-WIRE-REF
               INVALID KEY
                   SET WS-END-OF-EXCEPTIONS TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-EXCEPTION THRU 3100-EXIT
               UNTIL WS-END-OF-EXCEPTIONS
           DISPLAY 'Open wire exceptions: ' WS-OPEN-COUNT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-EXCEPTION.
           READ WIRE-EXCEPTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-EXCEPTIONS TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT WXQ-OPEN
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           DISPLAY WXQ-WIRE-REF ' ' WXQ-REASON-CODE ' '
               WXQ-BENEFICIARY-ACCT ' ' WXQ-AMOUNT ' '
               WXQ-QUEUED-DATE
           DISPLAY '    FROM ' WXQ-ORIGINATOR-NAME
           DISPLAY '    TO   ' WXQ-BENEFICIARY-NAME.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RELEASE-WIRE - the supervisor is satisfied the wire
      * belongs to the account: it posts as an unposted DE on
      * channel WR, exactly as WIRERCV posts a clean wire, under
      * the supervisor's name.  An account that is gone or closed
      * cannot take the money; such a wire can only be returned.
      *-----------------------------------------------------------*
       4000-RELEASE-WIRE.
           PERFORM 6000-FIND-OPEN-EXCEPTION THRU 6000-EXIT
           IF NOT WXQ-OPEN
               GO TO 4000-EXIT
           END-IF
           MOVE WXQ-BENEFICIARY-ACCT TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Account not on file - return the wire.'
                   GO TO 4000-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               DISPLAY 'Account is closed - return the wire.'
               GO TO 4000-EXIT
           END-IF
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - WIRE NOT RELEASED'
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           DISPLAY 'Release ' WXQ-AMOUNT ' to account '
               WXQ-BENEFICIARY-ACCT '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Nothing released.'
               GO TO 4000-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE SPACES TO DESC
           STRING 'WIRE IN ' WXQ-WIRE-REF
               DELIMITED BY SIZE INTO DESC
           MOVE 'DE' TO TRAN-TYPE
           MOVE WXQ-AMOUNT TO AMOUNT
           MOVE WXQ-BENEFICIARY-ACCT TO ACCOUNT-ID
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE WS-OPERATOR TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           SET TRAN-CHANNEL-WIRE TO TRUE
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, WIRE NOT RELEASED: ' UID
                   GO TO 4000-EXIT
           END-WRITE
           MOVE UID TO SEQ-LAST-UID
           WRITE UID-SEQUENCE-LOG-RECORD
           SET WXQ-RELEASED TO TRUE
           MOVE WS-OPERATOR TO WXQ-DECIDED-BY
           MOVE WS-TODAY-DATE TO WXQ-DECIDED-DATE
           MOVE UID TO WXQ-POSTED-UID
           REWRITE WIRE-EXCEPTION-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           DISPLAY 'Wire released as UID ' UID '.'.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-RETURN-WIRE - back to the originating bank on the
      * wire return file, with the exception's reason code.
      *-----------------------------------------------------------*
       5000-RETURN-WIRE.
           PERFORM 6000-FIND-OPEN-EXCEPTION THRU 6000-EXIT
           IF NOT WXQ-OPEN
               GO TO 5000-EXIT
           END-IF
           DISPLAY 'Return ' WXQ-AMOUNT ' to the sending bank? '
               '(Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Nothing returned.'
               GO TO 5000-EXIT
           END-IF
           OPEN EXTEND WIRE-RETURN-FILE
           IF WS-RT-NOT-FOUND
               OPEN OUTPUT WIRE-RETURN-FILE
           END-IF
           IF NOT WS-RT-OK
               DISPLAY 'UNABLE TO OPEN WIRE RETURN FILE, STATUS '
                   WS-RETURN-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 5000-EXIT
           END-IF
           MOVE WXQ-WIRE-REF TO WRT-WIRE-REF
           MOVE WXQ-ORIGINATOR-NAME TO WRT-ORIGINATOR-NAME
           MOVE WXQ-ORIGINATOR-ROUTING TO WRT-ORIGINATOR-ROUTING
           MOVE WXQ-BENEFICIARY-ACCT TO WRT-BENEFICIARY-ACCT
           MOVE WXQ-AMOUNT TO WRT-AMOUNT
           MOVE WXQ-REASON-CODE TO WRT-REASON-CODE
           MOVE WS-TODAY-DATE TO WRT-RETURN-DATE
           MOVE WS-OPERATOR TO WRT-RETURNED-BY
           WRITE WIRE-RETURN-RECORD
           CLOSE WIRE-RETURN-FILE
           SET WXQ-RETURNED TO TRUE
           MOVE WS-OPERATOR TO WXQ-DECIDED-BY
           MOVE WS-TODAY-DATE TO WXQ-DECIDED-DATE
           REWRITE WIRE-EXCEPTION-RECORD
           ADD 1 TO WS-RETURNED-COUNT
           DISPLAY 'Wire returned.'.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-FIND-OPEN-EXCEPTION - read the exception the
      * supervisor names.  The status is left other than open
      * whenever there is nothing to work.
      *-----------------------------------------------------------*
       6000-FIND-OPEN-EXCEPTION.
           DISPLAY 'Wire reference: '
           ACCEPT WXQ-WIRE-REF
           READ WIRE-EXCEPTION-FILE
               INVALID KEY
                   DISPLAY 'Wire exception not found.'
                   MOVE SPACE TO WXQ-STATUS
                   GO TO 6000-EXIT
           END-READ
           IF NOT WXQ-OPEN
               DISPLAY 'Wire already worked by ' WXQ-DECIDED-BY
                   ' on ' WXQ-DECIDED-DATE '.'
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-OPEN-OK
               DISPLAY 'Wires released: ' WS-RELEASED-COUNT
               DISPLAY 'Wires returned: ' WS-RETURNED-COUNT
               CLOSE WIRE-EXCEPTION-FILE
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE ACTIVE-SESSION
               CLOSE USER-MASTER
               IF WS-SUPERVISOR-OK
                   CLOSE UID-SEQUENCE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
