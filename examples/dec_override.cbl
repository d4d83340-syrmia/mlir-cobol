      *
      * Modification History
      *   2026-02-05  RLB  Initial version.
      *   2026-10-15  RLB  The override log is written at its
      *                    full record length - the 80-byte line
      *                    was cutting off the timestamp - and
      *                    carries the requesting user off the
      *                    request.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DCNOVRD.
       COPY "ovrreq.cpy".

       FD  OVERRIDE-LOG.
       01  OVERRIDE-LOG-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OVR-REQUEST-STATUS    PIC X(02).
           MOVE OVQ-OVERRIDDEN-BY TO OVR-OVERRIDDEN-BY
           MOVE OVQ-REASON-CODE TO OVR-REASON-CODE
           MOVE WS-CURRENT-TIMESTAMP TO OVR-TIMESTAMP
           MOVE ZERO TO OVR-ACCOUNT-ID
           MOVE OVQ-REQUESTED-BY TO OVR-REQUESTED-BY
           WRITE OVERRIDE-LOG-LINE FROM OVERRIDE-LOG-RECORD.
       2900-EXIT.
           EXIT.
