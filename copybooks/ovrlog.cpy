      *
      * Modification History
      *   2026-02-05  RLB  Initial layout.
      *   2026-10-15  RLB  Added OVR-ACCOUNT-ID, the account the
      *                    overridden item was posted to (zero
      *                    where the override is not about one
      *                    account), so overrides can be matched
      *                    against staff-linked accounts.
      *   2026-10-15  RLB  Added OVR-REQUESTED-BY, the maker
      *                    behind the overridden item (blank
      *                    where the original decision was the
      *                    system's), for the segregation-of-
      *                    duties report.
      *-----------------------------------------------------------*
       01  OVERRIDE-LOG-RECORD.
           05  OVR-PROGRAM-NAME         PIC X(08).
           05  OVR-OVERRIDDEN-BY        PIC X(08).
           05  OVR-REASON-CODE          PIC X(04).
           05  OVR-TIMESTAMP            PIC 9(14).
           05  OVR-ACCOUNT-ID           PIC 9(07).
           05  OVR-REQUESTED-BY         PIC X(20).
