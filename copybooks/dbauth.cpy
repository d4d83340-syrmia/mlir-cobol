      *-----------------------------------------------------------*
      * DBAUTH.CPY
      *
      * DEBIT-AUTH-RECORD - one originator (a biller, an insurer,
      * another lender) an account holder has allowed to draw on
      * the account by ACH debit, keyed on the account plus the
      * originator's company ID as it arrives on the inbound
      * debit file.  Placed and revoked through DBAUTHMT, and
      * revoked from DISPMNT when the customer disputes one of the
      * originator's debits; ACHDLOAD returns any debit with no
      * active authorization here, or over the authorized
      * maximum, instead of posting it.
      *
      * A DBA-MAX-AMOUNT of zero places no limit on the amount.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  DEBIT-AUTH-RECORD.
           05  DBA-KEY.
               10  DBA-ACCOUNT-ID      PIC 9(07).
               10  DBA-ORIGINATOR-ID   PIC X(10).
           05  DBA-ORIGINATOR-NAME     PIC X(16).
           05  DBA-MAX-AMOUNT          PIC 9(06)V9(02).
           05  DBA-STATUS              PIC X(01).
               88  DBA-ACTIVE                    VALUE 'A'.
               88  DBA-REVOKED                   VALUE 'R'.
           05  DBA-AUTHORIZED-DATE     PIC 9(08).
           05  DBA-REVOKED-DATE        PIC 9(08).
           05  DBA-CHANGED-BY          PIC X(20).
