      *-----------------------------------------------------------*
      * ALERTOUT.CPY
      *
      * ALERT-OUTBOUND-RECORD - one customer alert for the
      * messaging vendor, written by ALERTRUN to ALERTOUT with
      * the standard control trailer (XTRAIL.CPY: alert count,
      * total of ALO-AMOUNT, run number) as the last line.  The
      * vendor delivers the text to the address by the channel
      * given.  ALO-AMOUNT is the withdrawal for an LW alert and
      * zero for an LB alert; ALO-BALANCE is the balance after
      * the withdrawal, or the closing balance.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ALERT-OUTBOUND-RECORD.
           05  ALO-CHANNEL             PIC X(01).
           05  ALO-ADDRESS             PIC X(50).
           05  ALO-CUSTOMER-ID         PIC 9(07).
           05  ALO-ACCOUNT-ID          PIC 9(07).
           05  ALO-ALERT-TYPE          PIC X(02).
           05  ALO-ALERT-DATE          PIC 9(08).
           05  ALO-AMOUNT              PIC 9(06)V9(02).
           05  ALO-BALANCE             PIC S9(06)V9(02)
               SIGN IS TRAILING SEPARATE.
           05  ALO-TEXT                PIC X(40).
