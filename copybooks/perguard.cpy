      *-----------------------------------------------------------*
      * PERGUARD.CPY
      *
      * PERIOD-GUARD-PARM - the parameter area a once-per-period
      * run passes the period-run guard (PERGUARD).  Called with
      * function 'C' at start-up with the program, period, and
      * business date filled in; called again with function 'R'
      * at the end, with the run's totals and return code, to put
      * the run on the period-run ledger.
      *
      *   Outcome  F - first run for the period; go ahead.
      *            O - forced over the prior run named on a good
      *                force card; the caller must satisfy itself
      *                the prior run's output was backed out
      *                before it goes ahead, and set R if not.
      *            R - refused; the caller does nothing and ends
      *                with return code 16.
      *            L - recorded on the ledger (after 'R').
      *
      * The prior run and its business date are handed back
      * whenever the period has been run before.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  PERIOD-GUARD-PARM.
           05  PGD-FUNCTION            PIC X(01).
               88  PGD-CHECK-PERIOD              VALUE 'C'.
               88  PGD-RECORD-RUN                VALUE 'R'.
           05  PGD-PROGRAM-NAME        PIC X(08).
           05  PGD-PERIOD              PIC X(12).
           05  PGD-BUSINESS-DATE       PIC 9(08).
           05  PGD-OUTCOME             PIC X(01).
               88  PGD-FIRST-RUN                 VALUE 'F'.
               88  PGD-FORCED-RUN                VALUE 'O'.
               88  PGD-REFUSED                   VALUE 'R'.
               88  PGD-RECORDED                  VALUE 'L'.
           05  PGD-RUN-NUMBER          PIC 9(05).
           05  PGD-PRIOR-RUN           PIC 9(05).
           05  PGD-PRIOR-BUS-DATE      PIC 9(08).
           05  PGD-AUTHORIZED-BY       PIC X(20).
           05  PGD-RECORD-COUNT        PIC 9(07).
           05  PGD-AMOUNT-TOTAL        PIC 9(11)V9(02).
           05  PGD-RETURN-CODE         PIC 9(02).
