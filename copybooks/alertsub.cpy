      *-----------------------------------------------------------*
      * ALERTSUB.CPY
      *
      * ALERT-SUBSCRIPTION-RECORD - one balance or activity alert
      * a customer has asked for on an account they hold, keyed
      * on account, customer and alert type.  Maintained through
      * ALERTMNT; the nightly alert run (ALERTRUN) evaluates
      * every active subscription against the day's posting log
      * and the EODSNAP closing balance:
      *
      *   LB  low balance        the closing balance is below the
      *                          threshold;
      *   LW  large withdrawal   a withdrawal over the threshold
      *                          posted.
      *
      * The alert goes to the delivery address by text message
      * ('S', a mobile number) or e-mail ('E').  A low-balance
      * alert is sent once when the balance falls below the
      * threshold; ALS-LOW-NOTIFIED holds it off until the
      * balance closes at or above the threshold again.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ALERT-SUBSCRIPTION-RECORD.
           05  ALS-KEY.
               10  ALS-ACCOUNT-ID      PIC 9(07).
               10  ALS-CUSTOMER-ID     PIC 9(07).
               10  ALS-ALERT-TYPE      PIC X(02).
                   88  ALS-LOW-BALANCE           VALUE 'LB'.
                   88  ALS-LARGE-WITHDRAWAL      VALUE 'LW'.
           05  ALS-THRESHOLD           PIC 9(06)V9(02).
           05  ALS-CHANNEL             PIC X(01).
               88  ALS-CHANNEL-SMS               VALUE 'S'.
               88  ALS-CHANNEL-EMAIL             VALUE 'E'.
           05  ALS-ADDRESS             PIC X(50).
           05  ALS-STATUS              PIC X(01).
               88  ALS-ACTIVE                    VALUE 'A'.
               88  ALS-CANCELLED                 VALUE 'C'.
           05  ALS-LOW-NOTIFIED        PIC X(01).
               88  ALS-LOW-ALERT-SENT            VALUE 'Y'.
           05  ALS-ADDED-DATE          PIC 9(08).
           05  ALS-ADDED-BY            PIC X(20).
