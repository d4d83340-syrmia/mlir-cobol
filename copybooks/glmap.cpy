      *
      * Modification History
      *   2026-03-02  RLB  Initial layout.
      *   2026-10-15  RLB  A row of TRAN-TYPE CT (control) names
      *                    the GL control account for its
      *                    category in GLM-CREDIT-ACCOUNT, the
      *                    debit column left blank - or in
      *                    GLM-DEBIT-ACCOUNT for a debit-normal
      *                    category.  SLPROOF proves each control
      *                    account against the accounts behind
      *                    it; GLEXTR never journals type CT.
      *   2026-10-15  RLB  Rows of TRAN-TYPE CO name, per
      *                    category, the loss account debited
      *                    when a balance is charged off (credit
      *                    the category's control account); rows
      *                    of type RC the recovery account
      *                    credited when money is recovered on a
      *                    charged-off account (debit the control
      *                    account).
      *   2026-10-15  RLB  Rows of TRAN-TYPE DI name, per
      *                    category, the debit-interest income
      *                    account credited when INTCAP charges
      *                    interest on a drawn line or an
      *                    overdrawn balance (debit the
      *                    category's control account).
      *-----------------------------------------------------------*
       01  GL-MAP-RECORD.
           05  GLM-TRAN-TYPE           PIC X(02).
