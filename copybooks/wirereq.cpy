      *-----------------------------------------------------------*
      * WIREREQ.CPY
      *
      * WIRE-REQUEST-RECORD - one outbound wire a teller has
      * taken from a customer, keyed on the UID reserved for it
      * at entry.  WIREENT enters it pending, with the amount
      * reserved against the account's available balance as a
      * hold on HOLDFILE under the same UID; a second user, an
      * active supervisor, releases it through WIREREL, which
      * writes it to the outbound wire file (WIREOUT.CPY) and
      * loads the WD under the reserved UID.  One still pending
      * when WIRECUT runs at the wire cutoff is cancelled and its
      * hold dropped.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  WIRE-REQUEST-RECORD.
           05  WRQ-UID                 PIC 9(05).
           05  WRQ-ACCOUNT-ID          PIC 9(07).
           05  WRQ-AMOUNT              PIC 9(06)V9(02).
           05  WRQ-BENEFICIARY-NAME    PIC X(35).
           05  WRQ-BENEFICIARY-ROUTING PIC 9(09).
           05  WRQ-BENEFICIARY-ACCOUNT PIC X(17).
           05  WRQ-BENEFICIARY-BANK    PIC X(35).
           05  WRQ-STATUS              PIC X(01).
               88  WRQ-PENDING                   VALUE 'P'.
               88  WRQ-RELEASED                  VALUE 'R'.
               88  WRQ-CANCELLED                 VALUE 'C'.
           05  WRQ-ENTERED-BY          PIC X(20).
           05  WRQ-ENTRY-DATE          PIC 9(08).
           05  WRQ-ENTRY-TIME          PIC 9(06).
           05  WRQ-RELEASED-BY         PIC X(20).
           05  WRQ-RELEASE-DATE        PIC 9(08).
           05  WRQ-CANCEL-DATE         PIC 9(08).
