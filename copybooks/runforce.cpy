      *-----------------------------------------------------------*
      * RUNFORCE.CPY
      *
      * RUN-FORCE-RECORD - the force card a supervisor supplies
      * to let a once-per-period run go again for a period the
      * period-run ledger (PERRUN) shows already run: the
      * program, the period, the prior run being forced over (the
      * latest run for the period on the ledger - a card naming
      * any other run is refused), and the supervisor's user ID,
      * which must be an active supervisor on the user master.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  RUN-FORCE-RECORD.
           05  RFC-PROGRAM-NAME        PIC X(08).
           05  RFC-PERIOD              PIC X(12).
           05  RFC-PRIOR-RUN           PIC 9(05).
           05  RFC-AUTHORIZED-BY       PIC X(20).
