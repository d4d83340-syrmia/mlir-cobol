      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANEDIT.
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING EDIT-INPUT-RECORD RETURN-CODE
                   PERFORM 2100-EDIT-ONE-RECORD THRU 2100-EXIT
                   IF WS-RECORD-REJECTED
                       PERFORM 2500-RECYCLE-RECORD THRU 2500-EXIT
