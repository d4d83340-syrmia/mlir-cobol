      *                    record is "reached through its current
      *                    account's entry" needs the entry to
      *                    actually exist.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMERG.
               AT END
                   SET WS-END-OF-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF ACCOUNT-ID = WS-PHANTOM-ID
                       MOVE WS-TARGET-ID TO ACCOUNT-ID
                       REWRITE TRANSACTION-RECORD
