      *
      * Modification History
      *   2026-03-20  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through ACCTWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RSTR.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRAN-BACKUP-RECORD RETURN-CODE
                   ADD 1 TO WS-ACTUAL-COUNT
                   ADD AMOUNT IN TRAN-BACKUP-RECORD
                       TO WS-ACTUAL-HASH
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'ACCTWIDE' USING ACCT-BACKUP-RECORD RETURN-CODE
                   ADD 1 TO WS-ACTUAL-COUNT
                   ADD ACCT-OVERDRAFT-LIMIT IN ACCT-BACKUP-RECORD
                       TO WS-ACTUAL-HASH
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRAN-BACKUP-RECORD RETURN-CODE
                   MOVE TRAN-BACKUP-RECORD TO TRANSACTION-RECORD
                   WRITE TRANSACTION-RECORD
                   ADD 1 TO WS-RESTORED-COUNT
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'ACCTWIDE' USING ACCT-BACKUP-RECORD RETURN-CODE
                   MOVE ACCT-BACKUP-RECORD TO ACCOUNT-MASTER-RECORD
                   WRITE ACCOUNT-MASTER-RECORD
                   ADD 1 TO WS-RESTORED-COUNT
