      *
      * Modification History
      *   2026-01-08  RLB  Initial layout.
      *   2026-10-15  RLB  Added the program and function, for
      *                    the entitlement refusals ENTCHECK
      *                    writes with outcome DENIED.  Sign-on
      *                    rows leave them blank.
      *-----------------------------------------------------------*
       01  LOGIN-AUDIT-RECORD.
           05  LGA-TIMESTAMP           PIC 9(14).
           05  LGA-USERNAME            PIC X(20).
           05  LGA-OUTCOME             PIC X(08).
           05  LGA-PROGRAM             PIC X(08).
           05  LGA-FUNCTION            PIC X(08).
