      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Opening a dispute on an inbound ACH
      *                    debit (one ACHDLOAD loaded) offers to
      *                    revoke the originator's debit
      *                    authorization on the account, so its
      *                    later debits are returned instead of
      *                    posted.
      *   2026-10-15  RLB  The operator must hold an active
      *                    session and be entitled to DISPMNT,
      *                    and to each command run, on the
      *                    entitlements table (ENTCHECK), before
      *                    any file is opened.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPMNT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT DEBIT-AUTH-FILE ASSIGN TO "DBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBA-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  DEBIT-AUTH-FILE.
       COPY "dbauth.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.
           88  WS-DF-NOT-FOUND                VALUE '35'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-AUTH-FILE-STATUS      PIC X(02).
           88  WS-DB-OK                       VALUE '00'.
           88  WS-DB-NOT-FOUND                VALUE '35'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-REVERSAL-REQ-STATUS   PIC X(02).
           88  WS-DONE                        VALUE 'Y'.
       01  WS-COMMAND               PIC X(08).
       01  WS-OPERATOR              PIC X(20).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-PICK-UID              PIC 9(05).
       01  WS-REASON-TEXT           PIC X(30).
       01  WS-DISPUTED-ENTERED-BY   PIC X(20).
       01  WS-DISPUTED-DESC         PIC X(25).
       01  WS-REVOKE-ANSWER         PIC X(01).
           88  WS-REVOKE-YES                  VALUE 'Y' 'y'.
       01  WS-OPENED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-UPHELD-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DENIED-COUNT         PIC 9(05) VALUE ZERO.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY 'Your operator ID: '
           ACCEPT WS-OPERATOR
           MOVE SPACES TO ENC-FUNCTION
           PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O DISPUTE-FILE
           IF WS-DF-NOT-FOUND
               OPEN OUTPUT DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           OPEN I-O TRANSACTION-FILE
           OPEN I-O DEBIT-AUTH-FILE
           IF WS-DB-NOT-FOUND
               OPEN OUTPUT DEBIT-AUTH-FILE
               CLOSE DEBIT-AUTH-FILE
               OPEN I-O DEBIT-AUTH-FILE
           END-IF
           IF NOT WS-DF-OK OR NOT WS-TF-OK OR NOT WS-DB-OK
               DISPLAY 'UNABLE TO OPEN DISPUTE FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run DISPMNT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'DISPMNT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run DISPMNT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in DISPMNT.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-DETERMINE-NEXT-UID - fresh UIDs for provisional
      * credits come off the shared UIDSEQ log like every other
           DISPLAY 'Enter command '
               '(OPEN/LIST/UPHOLD/DENY/AGING/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'OPEN' OR 'LIST' OR 'UPHOLD' OR 'DENY'
               OR 'AGING'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'OPEN'
                   PERFORM 3000-OPEN-DISPUTE THRU 3000-EXIT
                   DISPLAY 'No transaction with that UID.'
                   GO TO 3000-EXIT
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF NOT TRAN-POSTED
                       DISPLAY 'Only a posted transaction can be '
                           'disputed.'
                       GO TO 3000-EXIT
                   END-IF
           END-READ
           MOVE TRAN-ENTERED-BY TO WS-DISPUTED-ENTERED-BY
           MOVE DESC TO WS-DISPUTED-DESC
           DISPLAY 'Dispute reason: '
           ACCEPT WS-REASON-TEXT
           MOVE WS-PICK-UID TO DSP-DISPUTED-UID
               NOT INVALID KEY
                   ADD 1 TO WS-OPENED-COUNT
                   DISPLAY 'Dispute opened.'
           END-WRITE
           IF WS-DISPUTED-ENTERED-BY = 'ACHDLOAD'
               PERFORM 3700-OFFER-REVOCATION THRU 3700-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-OFFER-REVOCATION - a disputed inbound ACH debit: the
      * customer may also want the originator (named on the
      * debit's description by ACHDLOAD) stopped from drawing on
      * the account again.  Revoking marks the authorization
      * revoked, or files a revoked one if none was ever placed,
      * so ACHDLOAD returns the originator's later debits R07.
      *-----------------------------------------------------------*
       3700-OFFER-REVOCATION.
           DISPLAY 'Revoke originator ' WS-DISPUTED-DESC(11:10)
               ' on this account (Y/N): '
           ACCEPT WS-REVOKE-ANSWER
           IF NOT WS-REVOKE-YES
               GO TO 3700-EXIT
           END-IF
           MOVE DSP-ACCOUNT-ID TO DBA-ACCOUNT-ID
           MOVE WS-DISPUTED-DESC(11:10) TO DBA-ORIGINATOR-ID
           READ DEBIT-AUTH-FILE
               INVALID KEY
                   MOVE SPACES TO DBA-ORIGINATOR-NAME
                   MOVE ZERO TO DBA-MAX-AMOUNT
                   SET DBA-REVOKED TO TRUE
                   MOVE ZERO TO DBA-AUTHORIZED-DATE
                   MOVE WS-TODAY-DATE TO DBA-REVOKED-DATE
                   MOVE WS-OPERATOR TO DBA-CHANGED-BY
                   WRITE DEBIT-AUTH-RECORD
               NOT INVALID KEY
                   SET DBA-REVOKED TO TRUE
                   MOVE WS-TODAY-DATE TO DBA-REVOKED-DATE
                   MOVE WS-OPERATOR TO DBA-CHANGED-BY
                   REWRITE DEBIT-AUTH-RECORD
           END-READ
           DISPLAY 'Originator authorization revoked.'.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-LIST-OPEN-DISPUTES
      *-----------------------------------------------------------*
           IF WS-OPEN-OK
               CLOSE DISPUTE-FILE
               CLOSE TRANSACTION-FILE
               CLOSE DEBIT-AUTH-FILE
               CLOSE UID-SEQUENCE
           END-IF.
       9000-EXIT.
