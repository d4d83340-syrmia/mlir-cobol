      *-----------------------------------------------------------*
      * ATOPARM.CPY
      *
      * TAKEOVER-PARM-RECORD - the ATOPARM card the nightly
      * account-takeover detection (ATODETCT) works under: how
      * many days before a money movement a contact change
      * counts; how many days of movements each run looks at;
      * the amount at which a withdrawal, and a transfer leg, is
      * large; whether a flagged account is stopped, and for how
      * many days.  A missing card, or a zero or non-numeric
      * field, takes the defaults: a 10-day window, one day of
      * movements, 2,000.00 for a withdrawal, 1,000.00 for a
      * transfer, no stop, and 14 days when stopping.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  TAKEOVER-PARM-RECORD.
           05  ATP-WINDOW-DAYS         PIC 9(03).
           05  ATP-SCAN-DAYS           PIC 9(03).
           05  ATP-WD-THRESHOLD        PIC 9(06)V9(02).
           05  ATP-XFER-THRESHOLD      PIC 9(06)V9(02).
           05  ATP-PLACE-STOP          PIC X(01).
               88  ATP-STOP-ACCOUNTS             VALUE 'Y'.
           05  ATP-STOP-DAYS           PIC 9(03).
