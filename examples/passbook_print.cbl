      *                    MSTJRNL, so a restore-and-replay does
      *                    not regress the pointer and reprint
      *                    already-printed history.
      *   2026-10-15  RLB  The operator must be entitled to
      *                    PASSBOOK on the entitlements table
      *                    (ENTCHECK) as well as signed on.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; report
      *                    columns widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PASSBOOK.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-SESSION-OK-SW         PIC X(01) VALUE 'N'.
           88  WS-SESSION-VALID               VALUE 'Y'.
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-IDX-EOF-SW            PIC X(01).
       01  WS-BOOK-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-JOURNAL-STAMP         PIC 9(14).
       01  WS-BOOK-HEADER.
           05  FILLER               PIC X(10) VALUE 'PASSBOOK  '.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BL-DESC           PIC X(25).

                       'Sign on through LOGINCHECK first.'
               NOT INVALID KEY
                   SET WS-SESSION-VALID TO TRUE
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
      * the entitlements table to run PASSBOOK, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'PASSBOOK' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run PASSBOOK.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in PASSBOOK.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-COMMAND
      *-----------------------------------------------------------*
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               CALL 'TRANWIDE' USING TRANSACTION-RECORD
                                   RETURN-CODE
                               IF ACCOUNT-ID = TAI-ACCOUNT-ID
                                   AND TRAN-POSTED
                                   PERFORM 3400-WRITE-BOOK-LINE
