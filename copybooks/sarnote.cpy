      *-----------------------------------------------------------*
      * SARNOTE.CPY
      *
      * SAR-CASE-NOTE-RECORD - one line of an investigator's
      * notes against a suspicious-activity case, appended to
      * SARNOTE by SARDESK: the case, when, who, and the text.
      * Assignment and closure are noted automatically.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SAR-CASE-NOTE-RECORD.
           05  SCN-CUSTOMER-ID         PIC 9(07).
           05  SCN-CASE-SEQ            PIC 9(03).
           05  SCN-NOTE-DATE           PIC 9(08).
           05  SCN-NOTE-TIME           PIC 9(06).
           05  SCN-OPERATOR            PIC X(20).
           05  SCN-TEXT                PIC X(60).
