      *                    loudly - the sequence wrapped to zero
      *                    silently, and everything generated
      *                    after the wrap died as a collision.
      *   2026-10-15  RLB  The session now takes the operator's
      *                    username, and a requeued item records
      *                    who requeued it and the day, for the
      *                    staff-account exception report
      *                    (STAFFRPT).
      *   2026-10-15  RLB  The operator must hold an active
      *                    session and be entitled to SUSPMNT,
      *                    and to each command run, on the
      *                    entitlements table (ENTCHECK), before
      *                    the suspense file is read.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through SUSPWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02; money work
      *                    fields and report columns widened.
      *   2026-10-15  RLB  Suspended item start balance held to
      *                    eleven digits.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPMNT.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-COMMAND               PIC X(08).
       01  WS-OPERATOR              PIC X(20).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
               10  WS-SUS-UID          PIC 9(05).
               10  WS-SUS-ACCOUNT-ID   PIC 9(07).
               10  WS-SUS-TRAN-TYPE    PIC X(02).
               10  WS-SUS-AMOUNT       PIC 9(11)V9(02).
               10  WS-SUS-START-BAL    PIC S9(11)V9(02).
               10  WS-SUS-REASON       PIC X(30).
               10  WS-SUS-DATE         PIC 9(08).
               10  WS-SUS-STATUS       PIC X(01).
               10  WS-SUS-RESUB-UID    PIC 9(05).
               10  WS-SUS-WO-CODE      PIC X(04).
               10  WS-SUS-RESUB-BY     PIC X(20).
               10  WS-SUS-RESUB-DATE   PIC 9(08).
       01  WS-LIST-LINE.
           05  WS-LL-UID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-DATE           PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY 'Operator username: '
           ACCEPT WS-OPERATOR
           MOVE SPACES TO ENC-FUNCTION
           PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-NOT-FOUND
               DISPLAY 'No suspense file on hand - nothing to work.'
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run SUSPMNT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'SUSPMNT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run SUSPMNT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in SUSPMNT.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

       1100-LOAD-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   CALL 'SUSPWIDE' USING SUSPENSE-RECORD RETURN-CODE
                   IF WS-SUS-TABLE-ENTRIES = 500
      *                Refusing the whole session beats rewriting
      *                the file from a table that is missing the
                           WS-SUS-RESUB-UID (WS-SUB)
                       MOVE SUS-WRITEOFF-CODE TO
                           WS-SUS-WO-CODE (WS-SUB)
                       MOVE SUS-RESUB-BY TO
                           WS-SUS-RESUB-BY (WS-SUB)
                       IF SUS-RESUB-DATE IS NUMERIC
                           MOVE SUS-RESUB-DATE TO
                               WS-SUS-RESUB-DATE (WS-SUB)
                       ELSE
                           MOVE ZERO TO WS-SUS-RESUB-DATE (WS-SUB)
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
           DISPLAY 'Enter command '
               '(LIST/CORRECT/WRITEOFF/AGING/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'LIST' OR 'CORRECT' OR 'WRITEOFF' OR 'AGING'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'LIST'
                   PERFORM 3000-LIST-OPEN-ITEMS THRU 3000-EXIT
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   WRITE UID-SEQUENCE-LOG-RECORD
                   MOVE 'S' TO WS-SUS-STATUS (WS-PICK-SUB)
                   MOVE UID TO WS-SUS-RESUB-UID (WS-PICK-SUB)
                   MOVE WS-OPERATOR TO WS-SUS-RESUB-BY (WS-PICK-SUB)
                   MOVE WS-TODAY-DATE TO
                       WS-SUS-RESUB-DATE (WS-PICK-SUB)
                   DISPLAY 'Requeued under UID ' UID
           END-WRITE.
       4100-EXIT.
           MOVE WS-SUS-ACCOUNT-ID (WS-SUB) TO SUS-ACCOUNT-ID
           MOVE WS-SUS-TRAN-TYPE (WS-SUB) TO SUS-TRAN-TYPE
           MOVE WS-SUS-AMOUNT (WS-SUB) TO SUS-AMOUNT
           MOVE ZERO TO SUS-V1-MONEY
           SET SUS-RECORD-VERSION-2 TO TRUE
           MOVE WS-SUS-START-BAL (WS-SUB) TO SUS-START-BALANCE
           MOVE WS-SUS-REASON (WS-SUB) TO SUS-REASON
           MOVE WS-SUS-DATE (WS-SUB) TO SUS-DATE
           MOVE WS-SUS-STATUS (WS-SUB) TO SUS-STATUS
           MOVE WS-SUS-RESUB-UID (WS-SUB) TO SUS-RESUB-UID
           MOVE WS-SUS-WO-CODE (WS-SUB) TO SUS-WRITEOFF-CODE
           MOVE WS-SUS-RESUB-BY (WS-SUB) TO SUS-RESUB-BY
           MOVE WS-SUS-RESUB-DATE (WS-SUB) TO SUS-RESUB-DATE
           WRITE SUSPENSE-RECORD.
       8100-EXIT.
           EXIT.
