      *-----------------------------------------------------------*
      * ALERTLOG.CPY
      *
      * ALERT-LOG-RECORD - one customer alert sent, appended by
      * the nightly alert run (ALERTRUN) as it writes the alert
      * to the messaging vendor's file.  The log carries the
      * business date, the subscription the alert answered and
      * the posting UID it was raised on (zero for a closing-
      * balance alert); ALERTRUN reads it back so a rerun never
      * sends the same alert twice, and the call center reads it
      * to see what a customer was told.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ALERT-LOG-RECORD.
           05  ALG-ALERT-DATE          PIC 9(08).
           05  ALG-ACCOUNT-ID          PIC 9(07).
           05  ALG-CUSTOMER-ID         PIC 9(07).
           05  ALG-ALERT-TYPE          PIC X(02).
           05  ALG-REF-UID             PIC 9(05).
           05  ALG-CHANNEL             PIC X(01).
           05  ALG-ADDRESS             PIC X(50).
           05  ALG-AMOUNT              PIC 9(06)V9(02).
           05  ALG-BALANCE             PIC S9(06)V9(02)
               SIGN IS TRAILING SEPARATE.
