      *-----------------------------------------------------------*
      * WIREOUT.CPY
      *
      * WIRE-OUT-RECORD - one released outbound wire, appended
      * by WIREREL for the funds-transfer terminal to send.  The
      * UID is the one the wire was entered and posted under.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  WIRE-OUT-RECORD.
           05  WOT-UID                 PIC 9(05).
           05  WOT-ACCOUNT-ID          PIC 9(07).
           05  WOT-ORIGINATOR-NAME     PIC X(35).
           05  WOT-AMOUNT              PIC 9(06)V9(02).
           05  WOT-BENEFICIARY-NAME    PIC X(35).
           05  WOT-BENEFICIARY-ROUTING PIC 9(09).
           05  WOT-BENEFICIARY-ACCOUNT PIC X(17).
           05  WOT-BENEFICIARY-BANK    PIC X(35).
           05  WOT-ENTERED-BY          PIC X(20).
           05  WOT-RELEASED-BY         PIC X(20).
           05  WOT-RELEASE-DATE        PIC 9(08).
