      *   2026-03-07  RLB  Added the chain's run number so one
      *                    night's entries tie to the other logs
      *                    without matching timestamps by eye.
      *   2026-10-15  RLB  Added AUD-REASON, why a step was
      *                    passed over when the outcome alone does
      *                    not say (a prerequisite not met).
      *-----------------------------------------------------------*
       01  STEP-AUDIT-RECORD.
           05  AUD-STEP-NAME           PIC X(08).
           05  AUD-TIMESTAMP            PIC 9(14).
           05  AUD-OUTCOME              PIC X(08).
           05  AUD-RUN-NUMBER           PIC 9(05).
           05  AUD-REASON               PIC X(30) VALUE SPACES.
