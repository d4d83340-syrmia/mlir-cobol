      *                    RPTPARM card says 'A', the records LOGRET
      *                    cut to LGAUDIT.ARC are swept into the
      *                    report alongside the live trail.
      *   2026-10-15  RLB  Entitlement refusals (outcome DENIED)
      *                    on the trail are not sign-on attempts
      *                    and are left out of the counts.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGINRPT.
                       TO SW-TIMESTAMP
                   MOVE LGA-OUTCOME IN LOGIN-AUDIT-RECORD
                       TO SW-OUTCOME
                   IF SW-OUTCOME NOT = 'DENIED  '
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.
                       TO SW-TIMESTAMP
                   MOVE LGA-OUTCOME IN LOGIN-AUDIT-ARC-RECORD
                       TO SW-OUTCOME
                   IF SW-OUTCOME NOT = 'DENIED  '
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
       2350-EXIT.
           EXIT.
