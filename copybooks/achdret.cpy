      *-----------------------------------------------------------*
      * ACHDRET.CPY
      *
      * ACH-DEBIT-RETURN-RECORD - one inbound ACH debit handed
      * back to its originator unposted by ACHDLOAD, with the
      * originator ID and trace number carried back unchanged so
      * the return matches on their side.
      *
      * Reason codes follow the ACH return convention: R02
      * account closed, R03 no account on file, R04 invalid
      * account number, R07 authorization revoked by the
      * customer, R10 no authorization on file for the
      * originator, R11 over the amount the customer authorized.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ACH-DEBIT-RETURN-RECORD.
           05  ADR-ORIGINATOR-ID       PIC X(10).
           05  ADR-TRACE-NUMBER        PIC 9(15).
           05  ADR-ACCOUNT-ID          PIC 9(07).
           05  ADR-CUSTOMER-NAME       PIC X(22).
           05  ADR-AMOUNT              PIC 9(06)V9(02).
           05  ADR-REASON-CODE         PIC X(03).
               88  ADR-ACCOUNT-CLOSED            VALUE 'R02'.
               88  ADR-NO-ACCOUNT                VALUE 'R03'.
               88  ADR-INVALID-ACCOUNT           VALUE 'R04'.
               88  ADR-AUTH-REVOKED              VALUE 'R07'.
               88  ADR-NOT-AUTHORIZED            VALUE 'R10'.
               88  ADR-OVER-AUTHORIZED           VALUE 'R11'.
           05  ADR-RETURN-DATE         PIC 9(08).
