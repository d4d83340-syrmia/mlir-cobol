      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  A converted account is written with
      *                    its carried balance block zero and
      *                    stamped as of the business date; the
      *                    opening balance reaches it when the
      *                    night's posting run posts the DE.
      *   2026-10-15  RLB  New customers start with no date of
      *                    death on file.
      *   2026-10-15  RLB  Taken-on customers carry no date of
      *                    birth.
      *   2026-10-15  RLB  A new customer is written unrated,
      *                    with no review dates; RISKRATE rates
      *                    them on its next run.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAKEON.
           MOVE TKI-ZIP TO CUM-ZIP
           MOVE TKI-PHONE TO CUM-PHONE
           SET CUM-NO-WITHHOLDING TO TRUE
           MOVE ZERO TO CUM-DATE-OF-DEATH
           MOVE ZERO TO CUM-ESTATE-DATE
           MOVE ZERO TO CUM-BIRTH-DATE
           SET CUM-RISK-UNRATED TO TRUE
           MOVE ZERO TO CUM-RISK-SCORE
           MOVE ZERO TO CUM-NEXT-REVIEW-DATE
           MOVE ZERO TO CUM-LAST-REVIEW-DATE
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER ID COLLISION: '
           MOVE ZERO TO ACCT-BRANCH-CODE
           MOVE WS-MAPPED-PRODUCT TO ACCT-PRODUCT-CODE
           MOVE ZERO TO ACCT-PASSBOOK-LAST-UID
           MOVE ZERO TO ACCT-LEDGER-BALANCE
           MOVE ZERO TO ACCT-UNCLEARED-TOTAL
           MOVE ZERO TO ACCT-AVAILABLE-BALANCE
           MOVE WS-TODAY-DATE TO ACCT-BALANCE-DATE
           MOVE ZERO TO ACCT-BALANCE-LAST-UID
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ACCOUNT ID COLLISION: '
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
