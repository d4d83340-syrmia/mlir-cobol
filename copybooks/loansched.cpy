      * is booked: each row carries the split the level payment
      * breaks into at that point in the schedule and the balance
      * left after it.  LOANPAY marks rows paid as posted payments
      * arrive and ages the unpaid rows for past-due flagging
      * and late charges.
      *
      * Modification History
      *   2026-09-02  RLB  Initial layout.
      *   2026-10-15  RLB  Added AMS-LATE-CHARGE-DATE, the night
      *                    LOANPAY charged the late fee on the
      *                    row (zero until then), so a missed
      *                    installment is charged once only.
      *   2026-10-15  RLB  Added paid flag S - a row settled by
      *                    a payoff LOANPAY matched to a quote,
      *                    dated the day the payoff posted.
      *   2026-10-15  RLB  Added AMS-ESCROW-PART, appended at the
      *                    end of the record - the escrow LOANPAY
      *                    collected with the installment when it
      *                    marked the row paid, so a paid row
      *                    shows the whole payment split three
      *                    ways.  Zero on an unpaid row and on a
      *                    loan without escrow.
      *-----------------------------------------------------------*
       01  AMORT-SCHEDULE-RECORD.
           05  AMS-KEY.
           05  AMS-PAID-FLAG           PIC X(01).
               88  AMS-PAID                      VALUE 'Y'.
               88  AMS-UNPAID                    VALUE 'N'.
               88  AMS-SETTLED                   VALUE 'S'.
           05  AMS-PAID-DATE           PIC 9(08).
           05  AMS-LATE-CHARGE-DATE    PIC 9(08).
           05  AMS-ESCROW-PART         PIC 9(05)V9(02).
