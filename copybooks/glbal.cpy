      *-----------------------------------------------------------*
      * GLBAL.CPY
      *
      * GL-BALANCE-RECORD - one GL account's running balance in one
      * currency, as the general ledger system holds it after
      * booking the night's feed, returned to us each night for
      * the subledger proof (SLPROOF).  The balance is stated on
      * the customer side - what the accounts behind a control
      * account would sum to - so the proof compares like with
      * like.  Where the ledger sends several rows for the same
      * account and currency, the newest as-of date stands.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  GL-BALANCE-RECORD.
           05  GLB-GL-ACCOUNT          PIC X(08).
           05  GLB-CURRENCY-CODE       PIC X(03).
           05  GLB-AS-OF-DATE          PIC 9(08).
           05  GLB-BALANCE             PIC S9(11)V9(02)
               SIGN IS TRAILING SEPARATE.
