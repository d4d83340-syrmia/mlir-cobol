      *                    unmasked lookup is written to the
      *                    inquiry audit trail.  No card, no
      *                    change.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE, SUSPWIDE
      *                    and TRANWIDE so old-layout records are
      *                    accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANLOOK.
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   SET WS-RECORD-FOUND TO TRUE
                   DISPLAY 'LIVE RECORD:'
                   PERFORM 3200-DISPLAY-LIVE-FIELDS THRU 3200-EXIT
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING ARCHIVE-RECORD RETURN-CODE
                   IF UID IN ARCHIVE-RECORD = WS-LOOK-UID
                       SET WS-RECORD-FOUND TO TRUE
                       DISPLAY 'ARCHIVED RECORD:'
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-UID = WS-LOOK-UID
                       IF WS-MASKED
                           DISPLAY '  LOG: ' PLG-RESULT ' RUN '
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'SUSPWIDE' USING SUSPENSE-RECORD RETURN-CODE
                   IF SUS-UID = WS-LOOK-UID
                       DISPLAY '  SUSPENSE: ' SUS-REASON
                           ' STATUS ' SUS-STATUS
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF REVERSAL-OF-UID IN TRANSACTION-RECORD
                       = WS-LOOK-UID
                       DISPLAY '  REVERSED BY UID '
