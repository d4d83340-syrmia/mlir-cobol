      *                    behavior.  An exhausted UID range now
      *                    refuses the offset loudly rather than
      *                    wrapping to zero.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted; records written as version
      *                    02; report columns widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNBKOUT.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE '  OFFSET BY '.
           05  WS-DL-OFFSET         PIC X(12).
       01  WS-TOTAL-LINE.
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RUN-NUMBER = BKO-RUN-NUMBER
                       AND PLG-RESULT = 'POSTED  '
                       ADD 1 TO WS-FOUND-COUNT
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           MOVE PLG-UID TO WS-DL-ORIGINAL-UID
           MOVE PLG-TRAN-TYPE TO WS-DL-TRAN-TYPE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   MOVE TRAN-CURRENCY-CODE TO WS-ORIG-CURRENCY
                   MOVE TRAN-FX-RATE TO WS-ORIG-FX-RATE
           END-READ.
               AT END
                   SET WS-END-OF-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-UNPOSTED AND TRAN-FEE
                       AND TRAN-ENTERED-BY = 'TRANPOST'
                       AND TRAN-LOAD-DATE = WS-RUN-DATE
