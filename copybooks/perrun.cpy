      *-----------------------------------------------------------*
      * PERRUN.CPY
      *
      * PERIOD-RUN-RECORD - the period-run ledger (PERRUN), one
      * line appended by PERGUARD for every run of a once-per-
      * period program that went ahead: FEEBATCH and INTCAP for
      * the month (YYYYMM), ACCTSTMT for the statement cycle's
      * business date and branch selected (YYYYMMDDnnn, branch
      * 999 for every branch), TAXEXTR for the tax year (YYYY).
      * The run number is the program's own, counted on this
      * ledger, and is what a force card names.  A run
      * forced over an earlier one for the same period is type
      * 'F', carrying the run it was forced over and the
      * supervisor who authorized it.  The return code is the
      * run's own at the end, so a run that went ahead but ended
      * badly is on the ledger too - whatever it wrote counts.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  PERIOD-RUN-RECORD.
           05  PRL-PROGRAM-NAME        PIC X(08).
           05  PRL-PERIOD              PIC X(12).
           05  PRL-RUN-NUMBER          PIC 9(05).
           05  PRL-BUSINESS-DATE       PIC 9(08).
           05  PRL-COMPLETED-DATE      PIC 9(08).
           05  PRL-COMPLETED-TIME      PIC 9(06).
           05  PRL-RECORD-COUNT        PIC 9(07).
           05  PRL-AMOUNT-TOTAL        PIC 9(11)V9(02).
           05  PRL-RETURN-CODE         PIC 9(02).
           05  PRL-ENTRY-TYPE          PIC X(01).
               88  PRL-COMPLETED                 VALUE 'C'.
               88  PRL-FORCED                    VALUE 'F'.
           05  PRL-FORCED-OVER-RUN     PIC 9(05).
           05  PRL-AUTHORIZED-BY       PIC X(20).
