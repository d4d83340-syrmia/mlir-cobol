      *-----------------------------------------------------------*
      * RSKDONE.CPY
      *
      * RISK-REVIEW-DONE-RECORD - one due-diligence review
      * completed by compliance, keyed in for the nightly risk
      * rating (RISKRATE): the customer reviewed, the date the
      * review was signed off, and who signed it.  RISKRATE
      * stamps the review on the customer master and sets the
      * next review from that date by the customer's rating.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  RISK-REVIEW-DONE-RECORD.
           05  RKD-CUSTOMER-ID         PIC 9(07).
           05  RKD-REVIEW-DATE         PIC 9(08).
           05  RKD-REVIEWED-BY         PIC X(20).
