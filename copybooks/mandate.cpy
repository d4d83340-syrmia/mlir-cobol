      *-----------------------------------------------------------*
      * MANDATE.CPY
      *
      * SIGNING-MANDATE-RECORD - the signing authority on one
      * commercial account, keyed on the account and maintained
      * through MANDMNT.  The signers themselves are the
      * customers linked to the account on CUSTACCT (any role but
      * guardian); the mandate says which of them may act alone
      * (up to six, by customer ID) and the amount above which
      * any withdrawal needs two signers.  A dual limit of zero
      * means a sole signer may act alone for any amount; any
      * other signer always needs a second.
      *
      * MEMOPOST takes the presenting signer(s) on a commercial
      * withdrawal: someone who is not a signer is refused, and a
      * withdrawal the mandate does not cover - or one on an
      * account with no mandate - parks for a supervisor in
      * MEMOREL.  MANDRPT lists every commercial account whose
      * signers or mandate are missing.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SIGNING-MANDATE-RECORD.
           05  MND-ACCOUNT-ID          PIC 9(07).
           05  MND-DUAL-LIMIT          PIC 9(07)V9(02).
               88  MND-NO-DUAL-LIMIT             VALUE ZERO.
           05  MND-SOLE-SIGNER-COUNT   PIC 9(01).
           05  MND-SOLE-SIGNER         PIC 9(07)
                                       OCCURS 6 TIMES.
           05  MND-UPDATED-DATE        PIC 9(08).
           05  MND-UPDATED-BY          PIC X(20).
