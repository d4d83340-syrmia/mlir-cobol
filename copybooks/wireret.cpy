      *-----------------------------------------------------------*
      * WIRERET.CPY
      *
      * WIRE-RETURN-RECORD - one incoming wire a supervisor has
      * sent back to the originating bank from the wire exception
      * queue (WIREXMNT), with the sender's reference intact for
      * the funds-transfer terminal to return against.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  WIRE-RETURN-RECORD.
           05  WRT-WIRE-REF            PIC X(16).
           05  WRT-ORIGINATOR-NAME     PIC X(35).
           05  WRT-ORIGINATOR-ROUTING  PIC 9(09).
           05  WRT-BENEFICIARY-ACCT    PIC 9(07).
           05  WRT-AMOUNT              PIC 9(06)V9(02).
           05  WRT-REASON-CODE         PIC X(04).
           05  WRT-RETURN-DATE         PIC 9(08).
           05  WRT-RETURNED-BY         PIC X(20).
