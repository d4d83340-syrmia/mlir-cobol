      *-----------------------------------------------------------*
      * MONFIND.CPY
      *
      * MONITORING-FINDING-RECORD - one finding raised by a
      * transaction-monitoring report, appended to MONFIND
      * alongside the printed report so the findings can be read
      * back by machine: the large-transaction report (LRGTRPT)
      * logs each account-day whose activity reached the
      * threshold, and the structuring report (STRUCRPT) each
      * split day or window it flagged.  The nightly customer
      * risk rating (RISKRATE) scores a customer on the findings
      * against their accounts.  A report rerun logs its findings
      * again; readers judge by the finding, not by the count of
      * rows.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  MONITORING-FINDING-RECORD.
           05  MNF-FINDING-TYPE        PIC X(04).
               88  MNF-LARGE-TRANSACTION         VALUE 'LRGT'.
               88  MNF-STRUCTURING               VALUE 'STRC'.
           05  MNF-ACCOUNT-ID          PIC 9(07).
           05  MNF-FINDING-DATE        PIC 9(08).
           05  MNF-ITEM-COUNT          PIC 9(05).
           05  MNF-TOTAL               PIC 9(09)V9(02).
           05  MNF-BASIS               PIC X(09).
