      *-----------------------------------------------------------*
      * LOCPARM.CPY
      *
      * LINE-BILLING-PARM-RECORD - the LOCPARM card LOCBILL bills
      * credit lines under: the minimum payment as a percentage
      * of the drawn balance, the floor the minimum never drops
      * below (the whole drawn balance when it is smaller), and
      * the days from the bill to its due date.  A missing card,
      * or a zero in any field, takes the defaults LOCBILL
      * carries: 3 percent, 25.00 and 25 days.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  LINE-BILLING-PARM-RECORD.
           05  LBP-MIN-PAY-PCT         PIC 9V9(04).
           05  LBP-MIN-PAY-FLOOR       PIC 9(04)V9(02).
           05  LBP-DUE-DAYS            PIC 9(02).
