      *-----------------------------------------------------------*
      * RSKHIST.CPY
      *
      * RISK-HISTORY-RECORD - one change to a customer's risk
      * rating, appended to RSKHIST by the nightly risk rating
      * (RISKRATE) whenever the rating or score moves or a
      * completed review is recorded: the rating and score
      * before and after, the points each factor contributed,
      * and the next review date that resulted.  The file is
      * the audit trail of why a customer carries the rating
      * they do.
      *
      *   Event S - rescored; the rating or score changed.
      *         V - a completed review was recorded.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  RISK-HISTORY-RECORD.
           05  RKH-CUSTOMER-ID         PIC 9(07).
           05  RKH-RATED-DATE          PIC 9(08).
           05  RKH-EVENT               PIC X(01).
               88  RKH-RESCORED                  VALUE 'S'.
               88  RKH-REVIEWED                  VALUE 'V'.
           05  RKH-OLD-RATING          PIC X(01).
           05  RKH-NEW-RATING          PIC X(01).
           05  RKH-OLD-SCORE           PIC 9(03).
           05  RKH-NEW-SCORE           PIC 9(03).
           05  RKH-CATEGORY-POINTS     PIC 9(03).
           05  RKH-WATCH-POINTS        PIC 9(03).
           05  RKH-FINDING-POINTS      PIC 9(03).
           05  RKH-CASH-POINTS         PIC 9(03).
           05  RKH-CASH-PERCENT        PIC 9(03).
           05  RKH-NEXT-REVIEW-DATE    PIC 9(08).
           05  RKH-REVIEWED-BY         PIC X(20).
