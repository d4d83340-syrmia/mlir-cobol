      *   2026-03-25  RLB  Deferred steps now show on their own
      *                    line and raise the banner, so the day
      *                    shift sees what still has to run.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE and
      *                    SUSPWIDE so old-layout records are
      *                    accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSDASH.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RUN-NUMBER = WS-RUN-NUMBER
                       IF PLG-RESULT = 'POSTED  '
                           ADD 1 TO WS-POSTED-COUNT
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'SUSPWIDE' USING SUSPENSE-RECORD RETURN-CODE
                   IF SUS-DATE = WS-RUN-DATE
                       ADD 1 TO WS-SUSPENSE-ADDED
                   END-IF
