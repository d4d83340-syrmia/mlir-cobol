      *
      * Modification History
      *   2026-02-11  RLB  Initial layout.
      *   2026-10-15  RLB  Added DRM-OFFICIAL-CHECK-DAYS - the
      *                    unclaimed-property period after which
      *                    an official check still outstanding is
      *                    reported for escheatment; zero or a
      *                    card without it means 1095 days.
      *-----------------------------------------------------------*
       01  DORMANCY-PARM-RECORD.
           05  DRM-WINDOW-DAYS         PIC 9(05).
           05  DRM-OFFICIAL-CHECK-DAYS PIC 9(05).
