      *-----------------------------------------------------------*
      * ATMCASH.CPY
      *
      * ATM-CASH-EVENT-RECORD - one cash event at a terminal,
      * keyed to the terminal by the switch's terminal ID
      * (ATS-TERMINAL-ID): cash loaded into the cassettes, cash
      * taken out of them at a replenishment, and the count of
      * what was left in the machine at the end of the cycle.
      * The branch or the cash carrier appends these as the work
      * is done; the file is kept as a history.
      *
      * ATMRECON takes a terminal's opening cash from its last
      * count (or book balance) before the business date, adds
      * the day's loads, takes off the day's removals and the
      * withdrawals the switch settled, and proves the result
      * against the day's count.  A terminal not counted today
      * gets a book-balance event from ATMRECON carrying the
      * expected cash forward as the next day's opening.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ATM-CASH-EVENT-RECORD.
           05  ACE-TERMINAL-ID         PIC X(08).
           05  ACE-DATE                PIC 9(08).
           05  ACE-TIME                PIC 9(06).
           05  ACE-EVENT               PIC X(01).
               88  ACE-CASH-LOADED               VALUE 'L'.
               88  ACE-CASH-REMOVED              VALUE 'R'.
               88  ACE-CASH-COUNTED              VALUE 'C'.
               88  ACE-BOOK-BALANCE              VALUE 'B'.
           05  ACE-AMOUNT              PIC 9(07)V9(02).
           05  ACE-ENTERED-BY          PIC X(20).
