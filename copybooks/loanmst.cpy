      *                    rows, so a partial payment waits
      *                    instead of quietly paying principal
      *                    down past the interest owed.
      *   2026-10-15  RLB  Added the late-charge terms and the
      *                    delinquency position.  LOANBOOK sets
      *                    the grace days and the late fee per
      *                    loan; LOANPAY charges the fee once per
      *                    installment still unpaid when its grace
      *                    runs out, carries the fees owed until a
      *                    receipt pays them, and keeps the days
      *                    since the oldest unpaid due date with
      *                    its bucket (1 = 1-29, 2 = 30-59, 3 =
      *                    60-89, 4 = 90 and over).  The highest
      *                    bucket already noticed is kept so each
      *                    past-due notice goes out once per mark.
      *   2026-10-15  RLB  Added LNM-STATUS C, charged off.
      *                    CHGOPOST sets it when the loan is
      *                    written off; the payment and aging
      *                    passes leave the loan alone from then
      *                    on.
      *   2026-10-15  RLB  Added the credit bureau reporting
      *                    position.  CRBXTR keeps the last month
      *                    reported (YYYYMM), the 24-month
      *                    payment history it sends (newest month
      *                    first, one rating a month), and a flag
      *                    set once a paid-off or charged-off
      *                    loan has gone out with its final
      *                    status, after which it is no longer
      *                    reported.
      *   2026-10-15  RLB  Added the escrow position, appended at
      *                    the end of the record.  LNM-ESCROW-
      *                    FLAG Y marks a loan that collects
      *                    property tax and insurance with each
      *                    installment; LNM-ESCROW-MONTHLY is the
      *                    amount collected, set at booking and
      *                    recomputed by the annual escrow
      *                    analysis (ESCANAL), which stamps the
      *                    date it last ran.  LOANPAY adds each
      *                    installment's escrow to LNM-ESCROW-
      *                    BALANCE and ESCDISB pays the tax and
      *                    insurance bills (ESCDISB.CPY) out of
      *                    it; a bill larger than the balance is
      *                    advanced, leaving it negative, for the
      *                    next analysis to recover.  A record
      *                    written before these fields, or
      *                    flagged anything but Y, has no escrow.
      *-----------------------------------------------------------*
       01  LOAN-MASTER-RECORD.
           05  LNM-ACCOUNT-ID          PIC 9(07).
           05  LNM-STATUS              PIC X(01).
               88  LNM-ACTIVE                    VALUE 'A'.
               88  LNM-PAID-OFF                  VALUE 'P'.
               88  LNM-CHARGED-OFF               VALUE 'C'.
           05  LNM-UNAPPLIED-AMOUNT    PIC 9(06)V9(02).
           05  LNM-GRACE-DAYS          PIC 9(02).
           05  LNM-LATE-FEE-AMOUNT     PIC 9(04)V9(02).
           05  LNM-LATE-FEES-DUE       PIC 9(06)V9(02).
           05  LNM-DAYS-DELINQUENT     PIC 9(04).
           05  LNM-DELINQ-BUCKET       PIC 9(01).
               88  LNM-BUCKET-CURRENT            VALUE 0.
               88  LNM-BUCKET-1-29               VALUE 1.
               88  LNM-BUCKET-30-59              VALUE 2.
               88  LNM-BUCKET-60-89              VALUE 3.
               88  LNM-BUCKET-90-PLUS            VALUE 4.
           05  LNM-NOTICE-BUCKET       PIC 9(01).
           05  LNM-BUREAU-PERIOD       PIC 9(06).
           05  LNM-BUREAU-HISTORY      PIC X(24).
           05  LNM-BUREAU-FINAL-SW     PIC X(01).
               88  LNM-BUREAU-FINAL-SENT         VALUE 'Y'.
           05  LNM-ESCROW-FLAG         PIC X(01).
               88  LNM-ESCROWED                  VALUE 'Y'.
           05  LNM-ESCROW-MONTHLY      PIC 9(05)V9(02).
           05  LNM-ESCROW-BALANCE      PIC S9(07)V9(02).
           05  LNM-ESCROW-ANALYSIS-DATE
                                       PIC 9(08).
