      * DATE-COMPILED: 2026-09-02
      *
      * Held-entry release workstation.  Memo-post entries parked
      * over the keying operator's limit, or outside a commercial
      * account's signing mandate, wait here for a second pair
      * of eyes: a signed-on operator holding a HIGHER
      * access level than the one who keyed the entry (the level
      * off the active session) lists the open holds and either
      * RELEASEs one - the entry goes onto the transaction file
      * VOIDs it.  The worked file is written back whole at exit
      * the way SUSPMNT writes suspense back.
      *
      * While the posting run has the transaction file (a line
      * on POSTRUN) a released entry is captured to MEMOPOST's
      * pending file (MEMOPEND) instead, for MEMOLOAD to put on
      * the transaction file after the run.  The posting-run file
      * is looked at again ahead of every release, since a
      * session can stay open across the start or end of a run.
      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Commercial withdrawals held outside
      *                    the signing mandate are listed with
      *                    their presenting signers and released
      *                    under reason code MREL.
      *   2026-10-15  RLB  The override-log row for a release now
      *                    carries the entry's account.
      *   2026-10-15  RLB  A release or void records the day on
      *                    the held entry, and the override-log
      *                    row names the keying operator as the
      *                    requester.
      *   2026-10-15  RLB  The operator must be entitled to
      *                    MEMOREL on the entitlements table
      *                    (ENTCHECK) as well as signed on.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *   2026-10-15  RLB  Release captured to MEMOPEND while
      *                    posting runs.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOREL.
           SELECT OVERRIDE-LOG ASSIGN TO "OVRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT POSTING-RUN ASSIGN TO "POSTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-RUN-STATUS.
           SELECT PENDING-ENTRY-FILE ASSIGN TO "MEMOPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OVERRIDE-LOG.
       COPY "ovrlog.cpy".

       FD  POSTING-RUN.
       COPY "postrun.cpy".

       FD  PENDING-ENTRY-FILE.
       COPY "memopend.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HELD-STATUS           PIC X(02).
           88  WS-HE-OK                       VALUE '00'.
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-OVERRIDE-STATUS       PIC X(02).
           88  WS-OV-NOT-FOUND                VALUE '35'.
       01  WS-POSTING-RUN-STATUS    PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
       01  WS-POSTING-RUN-SW        PIC X(01) VALUE 'N'.
           88  WS-POSTING-UNDER-WAY           VALUE 'Y'.
       01  WS-CAPTURE-SW            PIC X(01) VALUE 'N'.
           88  WS-CAPTURING                   VALUE 'Y'.
       01  WS-PENDING-STATUS        PIC X(02).
           88  WS-PE-OK                       VALUE '00'.
           88  WS-PE-NOT-FOUND                VALUE '35'.
       01  WS-PENDING-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-PENDING              VALUE 'Y'.
       01  WS-NEXT-PENDING-ID       PIC 9(05).
       01  WS-UID-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-UID-OPEN                    VALUE 'Y'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-SESSION-OK-SW         PIC X(01) VALUE 'N'.
           88  WS-SESSION-VALID               VALUE 'Y'.
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-HELD-EOF-SW           PIC X(01) VALUE 'N'.
       01  WS-PICK-SUB              PIC 9(03).
       01  WS-RELEASED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-VOIDED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CAPTURED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-HELD-TABLE-ENTRIES    PIC 9(03) VALUE ZERO.
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 200 TIMES.
               10  WS-HLD-TIME         PIC 9(06).
               10  WS-HLD-STATUS       PIC X(01).
               10  WS-HLD-RELEASED-BY  PIC X(20).
               10  WS-HLD-REL-DATE     PIC 9(08).
               10  WS-HLD-REASON       PIC X(01).
               10  WS-HLD-SIGNER-1     PIC 9(07).
               10  WS-HLD-SIGNER-2     PIC 9(07).
       01  WS-LIST-LINE.
           05  WS-LL-ID             PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-REASON         PIC X(08).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1100-LOAD-ONE-HELD THRU 1100-EXIT
               UNTIL WS-END-OF-HELD
           CLOSE HELD-ENTRY-FILE
           PERFORM 1300-CHECK-POSTING-RUN THRU 1300-EXIT
           IF WS-POSTING-UNDER-WAY
               SET WS-CAPTURING TO TRUE
               OPEN INPUT TRANSACTION-FILE
           ELSE
               OPEN I-O TRANSACTION-FILE
           END-IF
           OPEN INPUT ACTIVE-SESSION
           OPEN INPUT USER-MASTER
           IF NOT WS-TF-OK OR NOT WS-SES-OK OR NOT WS-UM-OK
           END-IF
           PERFORM 1200-CHECK-SESSION THRU 1200-EXIT
           IF WS-SESSION-VALID
               IF WS-CAPTURING
                   DISPLAY 'Posting run in progress - released '
                       'entries are captured for loading after it.'
               ELSE
                   PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
                       MOVE HEL-STATUS TO WS-HLD-STATUS (WS-SUB)
                       MOVE HEL-RELEASED-BY TO
                           WS-HLD-RELEASED-BY (WS-SUB)
                       IF HEL-RELEASED-DATE IS NUMERIC
                           MOVE HEL-RELEASED-DATE TO
                               WS-HLD-REL-DATE (WS-SUB)
                       ELSE
                           MOVE ZERO TO WS-HLD-REL-DATE (WS-SUB)
                       END-IF
                       MOVE HEL-HOLD-REASON TO
                           WS-HLD-REASON (WS-SUB)
                       IF HEL-SIGNER-1 IS NUMERIC
                           MOVE HEL-SIGNER-1 TO
                               WS-HLD-SIGNER-1 (WS-SUB)
                           MOVE HEL-SIGNER-2 TO
                               WS-HLD-SIGNER-2 (WS-SUB)
                       ELSE
                           MOVE ZERO TO WS-HLD-SIGNER-1 (WS-SUB)
                           MOVE ZERO TO WS-HLD-SIGNER-2 (WS-SUB)
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
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
      * the entitlements table to run MEMOREL, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'MEMOREL' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run MEMOREL.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in MEMOREL.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-CHECK-POSTING-RUN - a line on the posting-run file
      * means TRANPOST has the transaction file; released entries
      * are then captured to the pending file instead of written.
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
                   MOVE 90000 TO WS-NEXT-UID
               END-IF
           END-IF
           OPEN EXTEND UID-SEQUENCE
           SET WS-UID-OPEN TO TRUE.
       1500-EXIT.
           EXIT.

               MOVE WS-HLD-ACCOUNT-ID (WS-SUB) TO WS-LL-ACCOUNT-ID
               MOVE WS-HLD-TRAN-TYPE (WS-SUB) TO WS-LL-TRAN-TYPE
               MOVE WS-HLD-AMOUNT (WS-SUB) TO WS-LL-AMOUNT
               IF WS-HLD-REASON (WS-SUB) = 'M'
                   MOVE 'MANDATE' TO WS-LL-REASON
               ELSE
                   MOVE 'LIMIT' TO WS-LL-REASON
               END-IF
               DISPLAY WS-LIST-LINE
               IF WS-HLD-REASON (WS-SUB) = 'M'
                   DISPLAY '       signers presenting: '
                       WS-HLD-SIGNER-1 (WS-SUB) ' '
                       WS-HLD-SIGNER-2 (WS-SUB)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.
           EXIT.

       4500-WRITE-RELEASED-ENTRY.
           PERFORM 4050-FOLLOW-POSTING-RUN THRU 4050-EXIT
           IF WS-DONE
               GO TO 4500-EXIT
           END-IF
           IF WS-CAPTURING
               PERFORM 4700-CAPTURE-RELEASED-ENTRY THRU 4700-EXIT
               GO TO 4500-EXIT
           END-IF
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - ENTRY NOT RELEASED'
               MOVE 16 TO RETURN-CODE
           MOVE WS-HLD-SERIAL (WS-PICK-SUB) TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   MOVE 'R' TO WS-HLD-STATUS (WS-PICK-SUB)
                   MOVE WS-OPERATOR TO
                       WS-HLD-RELEASED-BY (WS-PICK-SUB)
                   MOVE WS-TODAY-DATE TO
                       WS-HLD-REL-DATE (WS-PICK-SUB)
                   ADD 1 TO WS-RELEASED-COUNT
                   PERFORM 4600-LOG-RELEASE THRU 4600-EXIT
                   DISPLAY 'Released under UID ' UID
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4050-FOLLOW-POSTING-RUN - a run starting turns the session
      * to capturing, the transaction file reopened for reading
      * only and the UID log given up; a run ending turns it back,
      * the file reopened for update and the next UID drawn
      * fresh.  A transaction file that will not reopen ends the
      * session.
      *-----------------------------------------------------------*
       4050-FOLLOW-POSTING-RUN.
           PERFORM 1300-CHECK-POSTING-RUN THRU 1300-EXIT
           IF WS-POSTING-UNDER-WAY AND NOT WS-CAPTURING
               CLOSE TRANSACTION-FILE
               OPEN INPUT TRANSACTION-FILE
               IF NOT WS-TF-OK
                   PERFORM 4060-REOPEN-FAILED THRU 4060-EXIT
                   GO TO 4050-EXIT
               END-IF
               IF WS-UID-OPEN
                   CLOSE UID-SEQUENCE
                   MOVE 'N' TO WS-UID-OPEN-SW
               END-IF
               SET WS-CAPTURING TO TRUE
               DISPLAY 'Posting run has started - released entries '
                   'are now captured for loading after it.'
           END-IF
           IF NOT WS-POSTING-UNDER-WAY AND WS-CAPTURING
               CLOSE TRANSACTION-FILE
               OPEN I-O TRANSACTION-FILE
               IF WS-TF-OK
                   MOVE 'N' TO WS-CAPTURE-SW
                   MOVE 'N' TO WS-SEQ-EOF-SW
                   MOVE ZERO TO WS-NEXT-UID
                   PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
                   DISPLAY 'Posting run has ended - released entries '
                       'are written again.'
               ELSE
                   OPEN INPUT TRANSACTION-FILE
                   IF NOT WS-TF-OK
                       PERFORM 4060-REOPEN-FAILED THRU 4060-EXIT
                   END-IF
               END-IF
           END-IF.
       4050-EXIT.
           EXIT.

       4060-REOPEN-FAILED.
           DISPLAY 'UNABLE TO REOPEN THE TRANSACTION FILE - '
               'STATUS ' WS-TRAN-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-DONE TO TRUE.
       4060-EXIT.
           EXIT.

       4600-LOG-RELEASE.
           OPEN EXTEND OVERRIDE-LOG
           IF WS-OV-NOT-FOUND
               OPEN OUTPUT OVERRIDE-LOG
           END-IF
           MOVE 'MEMOREL' TO OVR-PROGRAM-NAME
           IF WS-HLD-REASON (WS-PICK-SUB) = 'M'
               MOVE 'ENTRY HELD OUTSIDE MANDATE'
                   TO OVR-ORIGINAL-OUTCOME
               MOVE 'MREL' TO OVR-REASON-CODE
           ELSE
               MOVE 'ENTRY HELD OVER OPERATOR LIMIT'
                   TO OVR-ORIGINAL-OUTCOME
               MOVE 'LREL' TO OVR-REASON-CODE
           END-IF
           MOVE 'ENTRY RELEASED TO POSTING' TO OVR-NEW-OUTCOME
           MOVE WS-OPERATOR(1:8) TO OVR-OVERRIDDEN-BY
           MOVE WS-HLD-ACCOUNT-ID (WS-PICK-SUB) TO OVR-ACCOUNT-ID
           MOVE WS-HLD-OPERATOR (WS-PICK-SUB) TO OVR-REQUESTED-BY
           MOVE WS-TODAY-DATE TO OVR-TIMESTAMP(1:8)
           ACCEPT OVR-TIMESTAMP(9:6) FROM TIME
           WRITE OVERRIDE-LOG-RECORD
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4700-CAPTURE-RELEASED-ENTRY - the released entry onto the
      * pending file under the next pending ID, in the form
      * MEMOPOST captures an entry, attributed to the original
      * keyer.  MEMOLOAD gives it its UID.
      *-----------------------------------------------------------*
       4700-CAPTURE-RELEASED-ENTRY.
           MOVE 1 TO WS-NEXT-PENDING-ID
           OPEN INPUT PENDING-ENTRY-FILE
           IF WS-PE-OK
               MOVE 'N' TO WS-PENDING-EOF-SW
               PERFORM 4750-SCAN-ONE-PENDING THRU 4750-EXIT
                   UNTIL WS-END-OF-PENDING
               CLOSE PENDING-ENTRY-FILE
           END-IF
           OPEN EXTEND PENDING-ENTRY-FILE
           IF WS-PE-NOT-FOUND
               OPEN OUTPUT PENDING-ENTRY-FILE
           END-IF
           IF NOT WS-PE-OK
               DISPLAY 'UNABLE TO OPEN THE PENDING FILE - ENTRY '
                   'NOT RELEASED'
               MOVE 16 TO RETURN-CODE
               GO TO 4700-EXIT
           END-IF
           MOVE WS-NEXT-PENDING-ID TO PND-PENDING-ID
           MOVE WS-HLD-OPERATOR (WS-PICK-SUB) TO PND-OPERATOR
           MOVE WS-HLD-ACCOUNT-ID (WS-PICK-SUB) TO PND-ACCOUNT-ID
           MOVE WS-HLD-TRAN-TYPE (WS-PICK-SUB) TO PND-TRAN-TYPE
           MOVE WS-HLD-AMOUNT (WS-PICK-SUB) TO PND-AMOUNT
           MOVE WS-HLD-DESC (WS-PICK-SUB) TO PND-DESC
           MOVE WS-HLD-SERIAL (WS-PICK-SUB) TO PND-CHECK-SERIAL
           MOVE ZERO TO PND-BRANCH-CODE
           MOVE WS-TODAY-DATE TO PND-ENTRY-DATE
           MOVE WS-HLD-TIME (WS-PICK-SUB) TO PND-ENTRY-TIME
           WRITE PENDING-ENTRY-RECORD
           CLOSE PENDING-ENTRY-FILE
           MOVE 'R' TO WS-HLD-STATUS (WS-PICK-SUB)
           MOVE WS-OPERATOR TO WS-HLD-RELEASED-BY (WS-PICK-SUB)
           MOVE WS-TODAY-DATE TO WS-HLD-REL-DATE (WS-PICK-SUB)
           ADD 1 TO WS-RELEASED-COUNT
           ADD 1 TO WS-CAPTURED-COUNT
           PERFORM 4600-LOG-RELEASE THRU 4600-EXIT
           DISPLAY 'Released and captured as pending entry '
               WS-NEXT-PENDING-ID ' for loading after the posting '
               'run.'.
       4700-EXIT.
           EXIT.

       4750-SCAN-ONE-PENDING.
           READ PENDING-ENTRY-FILE
               AT END
                   SET WS-END-OF-PENDING TO TRUE
               NOT AT END
                   IF PND-PENDING-ID NOT < WS-NEXT-PENDING-ID
                       COMPUTE WS-NEXT-PENDING-ID =
                           PND-PENDING-ID + 1
                   END-IF
           END-READ.
       4750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-VOID-ENTRY
      *-----------------------------------------------------------*
               MOVE 'V' TO WS-HLD-STATUS (WS-PICK-SUB)
               MOVE WS-OPERATOR TO
                   WS-HLD-RELEASED-BY (WS-PICK-SUB)
               MOVE WS-TODAY-DATE TO WS-HLD-REL-DATE (WS-PICK-SUB)
               ADD 1 TO WS-VOIDED-COUNT
               DISPLAY 'Entry voided.'
           END-IF.
           MOVE WS-HLD-TIME (WS-SUB) TO HEL-HELD-TIME
           MOVE WS-HLD-STATUS (WS-SUB) TO HEL-STATUS
           MOVE WS-HLD-RELEASED-BY (WS-SUB) TO HEL-RELEASED-BY
           MOVE WS-HLD-REL-DATE (WS-SUB) TO HEL-RELEASED-DATE
           MOVE WS-HLD-REASON (WS-SUB) TO HEL-HOLD-REASON
           MOVE WS-HLD-SIGNER-1 (WS-SUB) TO HEL-SIGNER-1
           MOVE WS-HLD-SIGNER-2 (WS-SUB) TO HEL-SIGNER-2
           WRITE HELD-ENTRY-RECORD.
       8100-EXIT.
           EXIT.
       9000-TERMINATE.
           DISPLAY 'ENTRIES RELEASED: ' WS-RELEASED-COUNT
           DISPLAY 'ENTRIES VOIDED: ' WS-VOIDED-COUNT
           IF WS-CAPTURED-COUNT > ZERO
               DISPLAY 'RELEASED ENTRIES CAPTURED PENDING: '
                   WS-CAPTURED-COUNT
           END-IF
           IF WS-OPEN-OK
               CLOSE TRANSACTION-FILE
               CLOSE ACTIVE-SESSION
               CLOSE USER-MASTER
               IF WS-UID-OPEN
                   CLOSE UID-SEQUENCE
               END-IF
           END-IF.
