      *
      * Modification History
      *   2026-09-02  RLB  Initial layout.
      *   2026-10-15  RLB  Added WLH-DISPOSED-DATE, the day the
      *                    hit was cleared or blocked.
      *-----------------------------------------------------------*
       01  WATCH-HIT-RECORD.
           05  WLH-HIT-ID              PIC 9(05).
               88  WLH-BLOCKED                   VALUE 'B'.
           05  WLH-DISPOSED-BY         PIC X(20).
           05  WLH-DISPOSITION-CODE    PIC X(04).
           05  WLH-DISPOSED-DATE       PIC 9(08).
