      *
      * Modification History
      *   2026-03-20  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCKP.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   WRITE TRAN-BACKUP-RECORD
                       FROM TRANSACTION-RECORD
                   ADD 1 TO WS-RECORD-COUNT
