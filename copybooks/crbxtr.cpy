      *-----------------------------------------------------------*
      * CRBXTR.CPY
      *
      * BUREAU-EXTRACT-RECORD - one line of the monthly loan
      * performance file CRBXTR sends the credit bureaus: a
      * header naming us and the month reported, one detail line
      * per loan, and a trailer carrying the detail count, the
      * balance and past-due totals, and the count in each
      * account status, for the bureau to prove the file.
      *
      * Each detail carries the primary borrower's identity off
      * the customer master, the loan's terms, its balance,
      * scheduled payment and amount past due at month end, and
      * its standing two ways:
      *
      *   account status  11 current, 71 30-59 days late,
      *                   78 60-89, 80 90-119, 82 120-149,
      *                   83 150-179, 84 180 or more,
      *                   13 paid off, 97 charged off;
      *   payment rating  0 current, 1 30-59 days late, 2 60-89,
      *                   3 90-119, 4 120-149, 5 150-179,
      *                   6 180 or more, L charged off.
      *
      * The payment history is the last 24 monthly ratings,
      * newest first, B for a month before the loan was
      * reported.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  BUREAU-EXTRACT-RECORD.
           05  CRB-RECORD-TYPE         PIC X(01).
               88  CRB-HEADER                    VALUE 'H'.
               88  CRB-DETAIL                    VALUE 'D'.
               88  CRB-TRAILER                   VALUE 'T'.
           05  CRB-DETAIL-BODY.
               10  CRB-ACCOUNT-ID      PIC 9(07).
               10  CRB-CUSTOMER-ID     PIC 9(07).
               10  CRB-BORROWER-NAME   PIC X(20).
               10  CRB-ADDR-LINE-1     PIC X(30).
               10  CRB-ADDR-LINE-2     PIC X(30).
               10  CRB-CITY            PIC X(20).
               10  CRB-STATE           PIC X(02).
               10  CRB-ZIP             PIC X(10).
               10  CRB-BIRTH-DATE      PIC 9(08).
               10  CRB-OPEN-DATE       PIC 9(08).
               10  CRB-ORIG-AMOUNT     PIC 9(07)V9(02).
               10  CRB-TERM-MONTHS     PIC 9(03).
               10  CRB-SCHEDULED-PMT   PIC 9(06)V9(02).
               10  CRB-BALANCE         PIC 9(07)V9(02).
               10  CRB-PAST-DUE        PIC 9(07)V9(02).
               10  CRB-LAST-PAID-DATE  PIC 9(08).
               10  CRB-DATE-CLOSED     PIC 9(08).
               10  CRB-DAYS-DELINQUENT PIC 9(04).
               10  CRB-ACCOUNT-STATUS  PIC X(02).
                   88  CRB-STATUS-CURRENT        VALUE '11'.
                   88  CRB-STATUS-PAID-OFF       VALUE '13'.
                   88  CRB-STATUS-DELINQUENT     VALUE '71' '78'
                                                 '80' '82' '83'
                                                 '84'.
                   88  CRB-STATUS-CHARGED-OFF    VALUE '97'.
               10  CRB-PAYMENT-RATING  PIC X(01).
               10  CRB-PAYMENT-HISTORY PIC X(24).
           05  CRB-HEADER-BODY REDEFINES CRB-DETAIL-BODY.
               10  CRB-HDR-FURN-ID     PIC X(10).
               10  CRB-HDR-FURN-NAME   PIC X(30).
               10  CRB-HDR-PERIOD      PIC 9(06).
               10  CRB-HDR-ACTIVITY-DT PIC 9(08).
               10  CRB-HDR-CREATED-DT  PIC 9(08).
               10  FILLER              PIC X(165).
           05  CRB-TRAILER-BODY REDEFINES CRB-DETAIL-BODY.
               10  CRB-TRL-COUNT       PIC 9(07).
               10  CRB-TRL-BALANCE     PIC 9(11)V9(02).
               10  CRB-TRL-PAST-DUE    PIC 9(11)V9(02).
               10  CRB-TRL-CURRENT     PIC 9(07).
               10  CRB-TRL-DELINQUENT  PIC 9(07).
               10  CRB-TRL-PAID-OFF    PIC 9(07).
               10  CRB-TRL-CHARGED-OFF PIC 9(07).
               10  FILLER              PIC X(166).
