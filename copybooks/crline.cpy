      *-----------------------------------------------------------*
      * CRLINE.CPY
      *
      * CREDIT-LINE-RECORD - the commitment behind an LC-category
      * (revolving line of credit) account, keyed on the same
      * ACCOUNT-ID the account master carries: the committed
      * limit, the date the line was booked and the date it
      * expires, and the billing position.  The drawn balance is
      * the account's own negative ledger balance; the line only
      * says how far below zero the account may go.  Booked by
      * LOCBOOK; consulted by TRANPOST, which holds each draw to
      * the unused line while the line is open and unexpired;
      * billed and aged nightly by LOCBILL.
      *
      * The billing block is LOCBILL's: the last bill date, the
      * drawn balance billed, the minimum payment and its due
      * date, the payments seen since the bill (from the posting
      * log, through LOC-PAID-THRU-DATE), and the past-due flag
      * with the minimum still unpaid when the due date passed.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CREDIT-LINE-RECORD.
           05  LOC-ACCOUNT-ID          PIC 9(07).
           05  LOC-LIMIT               PIC 9(06)V9(02).
           05  LOC-OPEN-DATE           PIC 9(08).
           05  LOC-EXPIRY-DATE         PIC 9(08).
           05  LOC-STATUS              PIC X(01).
               88  LOC-OPEN                      VALUE 'O'.
               88  LOC-CLOSED                    VALUE 'C'.
           05  LOC-LAST-BILL-DATE      PIC 9(08).
           05  LOC-BILLED-BALANCE      PIC 9(06)V9(02).
           05  LOC-MIN-DUE             PIC 9(06)V9(02).
           05  LOC-DUE-DATE            PIC 9(08).
           05  LOC-PAID-SINCE-BILL     PIC 9(07)V9(02).
           05  LOC-PAID-THRU-DATE      PIC 9(08).
           05  LOC-DUE-CHECKED-SW      PIC X(01).
               88  LOC-DUE-CHECKED               VALUE 'Y'.
           05  LOC-PAST-DUE-SW         PIC X(01).
               88  LOC-PAST-DUE                  VALUE 'Y'.
           05  LOC-PAST-DUE-AMOUNT     PIC 9(06)V9(02).
           05  LOC-TIMES-PAST-DUE      PIC 9(03).
