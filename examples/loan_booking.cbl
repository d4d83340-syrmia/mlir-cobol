      * after it.  The final payment absorbs the rounding
      * remainder so the schedule retires the loan to the cent.
      *
      * The booking may also carry the loan's grace period in
      * days and its late fee; left blank they default to 15 days
      * and 25.00.  A late fee of zero means the loan is never
      * charged one.
      *
      * A first due date on the 29th or later is refused the way
      * STORDMNT refuses one: every month must have the day.
      *
      * A mortgage-style loan that collects property tax and
      * insurance carries its monthly escrow amount on the
      * booking; the loan is flagged escrowed with an empty
      * escrow balance, and the first annual escrow analysis
      * falls a year after booking.  The bills it pays are set
      * up through ESCMAINT.  Blank or zero means no escrow.
      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  The booking now carries the loan's
      *                    grace days and late fee, defaulted
      *                    when left blank, for the late charges
      *                    LOANPAY assesses.
      *   2026-10-15  RLB  A new loan starts with no credit
      *                    bureau history (all B, no history for
      *                    the month) for CRBXTR to build on.
      *   2026-10-15  RLB  The booking may carry a monthly escrow
      *                    amount; the loan is then flagged
      *                    escrowed with a zero escrow balance
      *                    and its first escrow analysis due a
      *                    year on.  Schedule rows start with no
      *                    escrow collected.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBOOK.
           05  LBK-ANNUAL-RATE         PIC 9V9(04).
           05  LBK-TERM-MONTHS         PIC 9(03).
           05  LBK-FIRST-DUE-DATE      PIC 9(08).
           05  LBK-GRACE-DAYS          PIC 9(02).
           05  LBK-LATE-FEE            PIC 9(04)V9(02).
           05  LBK-ESCROW-MONTHLY      PIC 9(05)V9(02).

       FD  LOAN-MASTER.
       COPY "loanmst.cpy".
       01  WS-DUE-YEAR              PIC 9(04).
       01  WS-DUE-MONTH             PIC 9(02).
       01  WS-DUE-DAY               PIC 9(02).
       01  WS-DEFAULT-GRACE-DAYS    PIC 9(02) VALUE 15.
       01  WS-DEFAULT-LATE-FEE      PIC 9(04)V9(02) VALUE 25.00.

       PROCEDURE DIVISION.
       Main-Process.
           MOVE ZERO TO LNM-PAST-DUE-COUNT
           SET LNM-ACTIVE TO TRUE
           MOVE ZERO TO LNM-UNAPPLIED-AMOUNT
           IF LBK-GRACE-DAYS NUMERIC
               MOVE LBK-GRACE-DAYS TO LNM-GRACE-DAYS
           ELSE
               MOVE WS-DEFAULT-GRACE-DAYS TO LNM-GRACE-DAYS
           END-IF
           IF LBK-LATE-FEE NUMERIC
               MOVE LBK-LATE-FEE TO LNM-LATE-FEE-AMOUNT
           ELSE
               MOVE WS-DEFAULT-LATE-FEE TO LNM-LATE-FEE-AMOUNT
           END-IF
           MOVE ZERO TO LNM-LATE-FEES-DUE
           MOVE ZERO TO LNM-DAYS-DELINQUENT
           SET LNM-BUCKET-CURRENT TO TRUE
           MOVE ZERO TO LNM-NOTICE-BUCKET
           MOVE ZERO TO LNM-BUREAU-PERIOD
           MOVE ALL 'B' TO LNM-BUREAU-HISTORY
           MOVE 'N' TO LNM-BUREAU-FINAL-SW
           IF LBK-ESCROW-MONTHLY NUMERIC
               AND LBK-ESCROW-MONTHLY > ZERO
               SET LNM-ESCROWED TO TRUE
               MOVE LBK-ESCROW-MONTHLY TO LNM-ESCROW-MONTHLY
           ELSE
               MOVE 'N' TO LNM-ESCROW-FLAG
               MOVE ZERO TO LNM-ESCROW-MONTHLY
           END-IF
           MOVE ZERO TO LNM-ESCROW-BALANCE
           MOVE WS-TODAY-DATE TO LNM-ESCROW-ANALYSIS-DATE
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'LOAN MASTER WRITE FAILED: '
           MOVE WS-RUNNING-BALANCE TO AMS-BALANCE-AFTER
           SET AMS-UNPAID TO TRUE
           MOVE ZERO TO AMS-PAID-DATE
           MOVE ZERO TO AMS-LATE-CHARGE-DATE
           MOVE ZERO TO AMS-ESCROW-PART
           WRITE AMORT-SCHEDULE-RECORD
               INVALID KEY
                   DISPLAY 'SCHEDULE WRITE FAILED: '
