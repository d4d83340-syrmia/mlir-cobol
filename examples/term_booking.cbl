      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  A new contract starts with no renewal
      *                    instruction, no pre-maturity notice
      *                    sent and no grace window.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDBOOK.
           MOVE TDI-DISPOSITION TO TDP-DISPOSITION
           MOVE ZERO TO TDP-ROLL-COUNT
           SET TDP-OPEN TO TRUE
           MOVE ZERO TO TDP-RENEWAL-TERM-DAYS
           MOVE ZERO TO TDP-NOTICE-DATE
           MOVE ZERO TO TDP-GRACE-END-DATE
           WRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY 'CONTRACT WRITE FAILED: ' TDI-ACCOUNT-ID
