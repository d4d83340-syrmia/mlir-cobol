      *                    dropped the overflow from the rewrite -
      *                    a parked customer transaction destroyed
      *                    instead of deferred.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHSEREL.
               AT END
                   SET WS-END-OF-WAREHOUSE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING WAREHOUSE-RECORD RETURN-CODE
                   ADD 1 TO WS-PARKED-COUNT
           END-READ.
       1150-EXIT.
               AT END
                   SET WS-END-OF-WAREHOUSE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING WAREHOUSE-RECORD RETURN-CODE
                   IF TRAN-EFFECTIVE-DATE IN WAREHOUSE-RECORD
                       NOT > WS-BUSINESS-DATE
                       PERFORM 2100-RELEASE-ONE-ITEM THRU 2100-EXIT
