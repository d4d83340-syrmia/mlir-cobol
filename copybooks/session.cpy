      *
      * Modification History
      *   2026-01-15  RLB  Initial layout.
      *   2026-10-15  RLB  Added the operator's function
      *                    entitlements, copied from the
      *                    entitlements table (ENTITLE) at sign-
      *                    on.
      *-----------------------------------------------------------*
       01  ACTIVE-SESSION-RECORD.
           05  SES-USERNAME            PIC X(20).
           05  SES-LOGIN-TIMESTAMP     PIC 9(14).
           05  SES-ACCESS-LEVEL        PIC X(01).
           05  SES-ENT-COUNT           PIC 9(02).
           05  SES-ENTITLEMENT OCCURS 40 TIMES.
               10  SES-ENT-PROGRAM     PIC X(08).
               10  SES-ENT-FUNCTION    PIC X(08).
