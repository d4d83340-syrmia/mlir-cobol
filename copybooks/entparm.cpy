      *-----------------------------------------------------------*
      * ENTPARM.CPY
      *
      * ENT-PARM-RECORD - the ENTPARM card the entitlement report
      * (ENTRPT) runs under: an operator ID to report on that one
      * operator alone.  A missing card, or a blank ID, reports
      * every operator on the user master.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ENT-PARM-RECORD.
           05  EPM-USERNAME            PIC X(20).
