      *
      * Modification History
      *   2026-03-22  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted; money
      *                    work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPACTRPT.
       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-OPERATOR             PIC X(20).
           05  SW-AMOUNT               PIC 9(11)V9(02).
           05  SW-ENTRY-TIME           PIC 9(06).

       FD  ACTIVITY-REPORT.
               AT END
                   SET WS-END-OF-SORT TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       IF PLG-ENTERED-BY = SPACES
                           MOVE 'UNATTRIBUTED' TO SW-OPERATOR
