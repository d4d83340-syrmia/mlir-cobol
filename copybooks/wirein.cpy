      *-----------------------------------------------------------*
      * WIREIN.CPY
      *
      * WIRE-IN-RECORD - one incoming wire transfer as received
      * from the funds-transfer terminal, in place of the fax
      * printout that used to be keyed into MEMOPOST by hand.
      * WIRERCV checks the named beneficiary against the holders
      * of the account and screens both parties against the
      * watch list; clean wires post, the rest wait on the wire
      * exception queue (WIREEXC.CPY) for a supervisor.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  WIRE-IN-RECORD.
           05  WIN-WIRE-REF            PIC X(16).
           05  WIN-ORIGINATOR-NAME     PIC X(35).
           05  WIN-ORIGINATOR-ROUTING  PIC 9(09).
           05  WIN-BENEFICIARY-ACCT    PIC 9(07).
           05  WIN-BENEFICIARY-NAME    PIC X(35).
           05  WIN-AMOUNT              PIC 9(06)V9(02).
