      *-----------------------------------------------------------*
      * RSKPARM.CPY
      *
      * RISK-PARM-RECORD - the RSKPARM card the nightly customer
      * risk rating (RISKRATE) works under: the score at which a
      * customer rates high, and medium; how many days apart the
      * due-diligence reviews fall for each rating; how many days
      * of findings and postings are scored; and how far ahead
      * the review worklist looks.  A missing card, or a zero or
      * non-numeric field, takes the defaults: high at 60,
      * medium at 30, reviews every 365 / 730 / 1095 days, a
      * 90-day lookback and a 30-day worklist.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  RISK-PARM-RECORD.
           05  RKP-HIGH-THRESHOLD      PIC 9(03).
           05  RKP-MEDIUM-THRESHOLD    PIC 9(03).
           05  RKP-HIGH-REVIEW-DAYS    PIC 9(04).
           05  RKP-MEDIUM-REVIEW-DAYS  PIC 9(04).
           05  RKP-LOW-REVIEW-DAYS     PIC 9(04).
           05  RKP-LOOKBACK-DAYS       PIC 9(03).
           05  RKP-LOOKAHEAD-DAYS      PIC 9(03).
