      *
      * Modification History
      *   2026-03-09  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUDIT.
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   PERFORM 2100-CHECK-ONE-TRANSACTION THRU 2100-EXIT
           END-READ.
       2000-EXIT.
                   END-IF
                   PERFORM 7200-REPORT-MEDIUM THRU 7200-EXIT
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   CONTINUE
           END-READ.
       3100-EXIT.
                               DELIMITED BY SIZE INTO WS-EX-TEXT
                           PERFORM 7300-REPORT-LOW THRU 7300-EXIT
                       NOT INVALID KEY
                           CALL 'TRANWIDE' USING TRANSACTION-RECORD
                               RETURN-CODE
                           CONTINUE
                   END-READ
           END-READ.
