      *                    pair across the cap boundary - and a
      *                    split pair would free one leg's UID
      *                    while its partner still points at it.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANARCH.
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF POSTED-STATUS IN TRANSACTION-RECORD NOT = 'U'
                       AND TRAN-POST-DATE IN TRANSACTION-RECORD
                           > ZERO
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF REVERSAL-OF-UID IN TRANSACTION-RECORD
                       NOT = ZERO
                       MOVE REVERSAL-OF-UID IN TRANSACTION-RECORD
                       DISPLAY 'ARCHIVE CANDIDATE VANISHED: '
                           UID IN TRANSACTION-RECORD
                   NOT INVALID KEY
                       CALL 'TRANWIDE' USING TRANSACTION-RECORD
                           RETURN-CODE
                       WRITE ARCHIVE-RECORD FROM TRANSACTION-RECORD
                       DELETE TRANSACTION-FILE RECORD
                       MOVE WS-CAND-UID (WS-SUB) TO UFR-FREED-UID
