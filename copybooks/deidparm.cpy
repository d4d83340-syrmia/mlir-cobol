      *-----------------------------------------------------------*
      * DEIDPARM.CPY
      *
      * DEID-PARM-RECORD - the control card for DEIDCOPY, the
      * de-identified test-region copy of the production files.
      * DIP-ACCOUNT-KEY is the multiplier that scrambles the six
      * account-number digits ahead of the check digit; it must
      * end in 1, 3, 7 or 9 so that no two accounts land on the
      * same number, and it is kept by operations with the card,
      * not written down anywhere the test region can read -
      * knowing it is knowing how to turn a test account number
      * back into a real one.  Change it from one refresh of the
      * test region to the next.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  DEID-PARM-RECORD.
           05  DIP-ACCOUNT-KEY         PIC 9(06).
