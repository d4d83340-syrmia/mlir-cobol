      *-----------------------------------------------------------*
      * SLPPARM.CPY
      *
      * SUBLEDGER-PROOF-PARM-RECORD - the parameter card ahead of a
      * run of the subledger-to-GL proof (SLPROOF): how far a
      * control account may stand from the accounts behind it
      * before the proof fails the chain.  No card means no
      * tolerance at all - any difference fails.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SUBLEDGER-PROOF-PARM-RECORD.
           05  SLP-TOLERANCE           PIC 9(07)V9(02).
