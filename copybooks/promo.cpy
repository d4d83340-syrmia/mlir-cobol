      *-----------------------------------------------------------*
      * PROMO.CPY
      *
      * PROMOTION-RECORD - a promotional rate on a deposit
      * account, keyed on the same ACCOUNT-ID the account master
      * carries (one promotion per account at a time): the
      * promotional rate, the day it starts, and the day it ends
      * - the first day the account earns its ordinary rate
      * again - and what that ordinary rate is, either a fixed
      * fallback rate or the index (and margin) the account
      * rejoins.  Booked by PROMOBK; started and reverted on the
      * account master nightly by PROMORUN, which also sends the
      * end-of-promotion notice; honored by INTCALC, which adds
      * each day's cost of the promotion (what it earns over the
      * fallback) to PRM-COST-TO-DATE; listed by PROMORPT.
      *
      *   Status P - booked, not yet started.
      *          A - in force.
      *          E - ended; the account has its ordinary rate.
      *          C - cancelled before it started.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  PROMOTION-RECORD.
           05  PRM-ACCOUNT-ID          PIC 9(07).
           05  PRM-PROMO-CODE          PIC X(06).
           05  PRM-RATE                PIC 9V9(04).
           05  PRM-START-DATE          PIC 9(08).
           05  PRM-END-DATE            PIC 9(08).
           05  PRM-FALLBACK-RATE       PIC 9V9(04).
           05  PRM-FALLBACK-INDEX      PIC X(04).
           05  PRM-FALLBACK-MARGIN     PIC S9V9(04).
           05  PRM-STATUS              PIC X(01).
               88  PRM-PENDING                   VALUE 'P'.
               88  PRM-ACTIVE                    VALUE 'A'.
               88  PRM-ENDED                     VALUE 'E'.
               88  PRM-CANCELLED                 VALUE 'C'.
           05  PRM-BOOKED-DATE         PIC 9(08).
           05  PRM-NOTICE-DATE         PIC 9(08).
           05  PRM-ENDED-DATE          PIC 9(08).
           05  PRM-COST-DATE           PIC 9(08).
           05  PRM-COST-TO-DATE        PIC S9(07)V9(04).
