      *-----------------------------------------------------------*
      * SARITEM.CPY
      *
      * SAR-CASE-ITEM-RECORD - one item supporting a suspicious-
      * activity case (SARCASE.CPY): the monitoring report that
      * flagged it, the account, the transaction UID (zero for a
      * watch-list match on the customer's name), the activity
      * date and amount.  Keyed on the case and the item itself,
      * so a report rerun adding the same item again is turned
      * away as a duplicate.  Written by SARREFER; read by
      * SARDESK.
      *
      *   Source STRC - structuring report (STRUCRPT).
      *          KITE - check-kiting report (KITERPT).
      *          LRGT - large-transaction report (LRGTRPT).
      *          WLST - watch-list screening (WLSCREEN).
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SAR-CASE-ITEM-RECORD.
           05  SCI-KEY.
               10  SCI-CUSTOMER-ID     PIC 9(07).
               10  SCI-CASE-SEQ        PIC 9(03).
               10  SCI-SOURCE          PIC X(04).
               10  SCI-ACCOUNT-ID      PIC 9(07).
               10  SCI-UID             PIC 9(05).
               10  SCI-ACTIVITY-DATE   PIC 9(08).
           05  SCI-AMOUNT              PIC 9(09)V9(02).
           05  SCI-ADDED-DATE          PIC 9(08).
