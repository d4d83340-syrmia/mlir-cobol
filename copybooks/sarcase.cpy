      *-----------------------------------------------------------*
      * SARCASE.CPY
      *
      * SAR-CASE-RECORD - one suspicious-activity case, keyed on
      * the customer and a case number within the customer.  A
      * customer has at most one case open at a time: the
      * monitoring reports (STRUCRPT, KITERPT, LRGTRPT, WLSCREEN)
      * refer what they flag through SARREFER, which opens the
      * case or adds to the open one, and the items behind it go
      * on SARITEM.  The filing deadline is set when the case is
      * opened, from the SARPARM card.  Worked at SARDESK, where
      * an investigator is assigned, notes are kept (SARNOTE)
      * and the case is closed as no action or filed; aged
      * against its deadline by SARAGE.
      *
      *   Status O - open.
      *          N - closed, no action.
      *          F - closed, suspicious activity report filed.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SAR-CASE-RECORD.
           05  SCS-KEY.
               10  SCS-CUSTOMER-ID     PIC 9(07).
               10  SCS-CASE-SEQ        PIC 9(03).
           05  SCS-STATUS              PIC X(01).
               88  SCS-OPEN                      VALUE 'O'.
               88  SCS-CLOSED-NO-ACTION          VALUE 'N'.
               88  SCS-FILED                     VALUE 'F'.
           05  SCS-OPENED-DATE         PIC 9(08).
           05  SCS-FILING-DEADLINE     PIC 9(08).
           05  SCS-LAST-ACTIVITY-DATE  PIC 9(08).
           05  SCS-SOURCES.
               10  SCS-SRC-STRUCTURING PIC X(01).
               10  SCS-SRC-KITING      PIC X(01).
               10  SCS-SRC-LARGE-TRAN  PIC X(01).
               10  SCS-SRC-WATCH-LIST  PIC X(01).
           05  SCS-ITEM-COUNT          PIC 9(05).
           05  SCS-TOTAL-AMOUNT        PIC 9(11)V9(02).
           05  SCS-INVESTIGATOR        PIC X(20).
           05  SCS-ASSIGNED-DATE       PIC 9(08).
           05  SCS-NOTE-COUNT          PIC 9(03).
           05  SCS-CLOSED-DATE         PIC 9(08).
           05  SCS-CLOSED-BY           PIC X(20).
           05  SCS-FILING-REFERENCE    PIC X(14).
