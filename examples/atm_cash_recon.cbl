      *-----------------------------------------------------------*
      * PROGRAM:      ATMRECON
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly ATM cash reconciliation, the terminal's version
      * of the teller proof (TELLPROF).  For each terminal on the
      * terminal table (TERMMST.CPY) the opening cash - its last
      * count, or the book balance carried from a night it was
      * not counted - has the day's loads added and the day's
      * removals taken off from the replenishment and count file
      * (ATMCASH.CPY), and the withdrawals the switch settled at
      * that terminal taken off from the night's settlement file
      * (ATMSETTL.CPY).  The result is the cash that should be in
      * the machine, and is proved against the day's count.
      *
      * Every withdrawal on the settlement file counts, including
      * those ATMSETTL suspends on a hot card: the machine paid
      * the cash out either way.
      *
      * The report (ATMRECON.OUT) shows each terminal with its
      * GL cash account and the over or short, then the totals
      * per owning branch.  An over or short larger than the
      * tolerance on the ATMRPARM card (default 20.00) raises an
      * operator alert.  A terminal not counted today gets a
      * book-balance event on ATMCASH so tomorrow opens from the
      * expected cash rather than a stale count.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMINAL-MASTER ASSIGN TO "TERMMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMINAL-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT ATM-CASH-FILE ASSIGN TO "ATMCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASH-STATUS.
           SELECT ATM-SETTLEMENT-FILE ASSIGN TO "ATMSETTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT RECON-PARM ASSIGN TO "ATMRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT OPERATOR-ALERT ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT RECON-REPORT ASSIGN TO "ATMRECON.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERMINAL-MASTER.
       COPY "termmst.cpy".

       FD  BRANCH-MASTER.
       COPY "brnchmst.cpy".

       FD  ATM-CASH-FILE.
       COPY "atmcash.cpy".

       FD  ATM-SETTLEMENT-FILE.
       COPY "atmsettl.cpy".

       FD  RECON-PARM.
       01  RECON-PARM-RECORD.
           05  ARP-TOLERANCE           PIC 9(05)V9(02).

       FD  OPERATOR-ALERT.
       COPY "opalert.cpy".

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(132).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TERMINAL-STATUS       PIC X(02).
           88  WS-TM-OK                       VALUE '00'.
       01  WS-BRANCH-STATUS         PIC X(02).
           88  WS-BR-OK                       VALUE '00'.
       01  WS-CASH-STATUS           PIC X(02).
           88  WS-CS-OK                       VALUE '00'.
           88  WS-CS-NOT-FOUND                VALUE '35'.
       01  WS-SETTLE-STATUS         PIC X(02).
           88  WS-ST-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-AL-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-TERM-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-TERMINALS            VALUE 'Y'.
       01  WS-BRANCH-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-BRANCHES             VALUE 'Y'.
       01  WS-CASH-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-CASH                 VALUE 'Y'.
       01  WS-SETTLE-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-SETTLEMENT           VALUE 'Y'.
       01  WS-CASH-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-CASH-OPEN                   VALUE 'Y'.
       01  WS-SETTLE-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-SETTLE-OPEN                 VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TOLERANCE             PIC 9(05)V9(02) VALUE 20.00.
       01  WS-EVENT-STAMP           PIC 9(14).
       01  WS-MATCH-TERMINAL        PIC X(08).
       01  WS-SUB                   PIC 9(03).
       01  WS-HIT-SUB               PIC 9(03).
       01  WS-WORK-SUB              PIC 9(03).
       01  WS-BR-SUB                PIC 9(04).
       01  WS-EXPECTED-CASH         PIC S9(08)V9(02).
       01  WS-VARIANCE              PIC S9(08)V9(02).
       01  WS-VARIANCE-ABS          PIC 9(08)V9(02).
       01  WS-ALERT-TEXT            PIC X(40).
       01  WS-ALERT-AMOUNT          PIC ZZZ,ZZ9.99.
       01  WS-RECONCILED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-OUTAGE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-ALERT-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-UNCOUNTED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-UNKNOWN-ITEM-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-UNKNOWN-CASH-COUNT    PIC 9(07) VALUE ZERO.
       01  WS-TERMINAL-TABLE-ENTRIES PIC 9(03) VALUE ZERO.
       01  WS-TERMINAL-TABLE.
           05  WS-TERMINAL-ENTRY OCCURS 300 TIMES.
               10  WS-TRM-TERMINAL-ID  PIC X(08).
               10  WS-TRM-BRANCH-CODE  PIC 9(03).
               10  WS-TRM-GL-ACCOUNT   PIC X(08).
               10  WS-TRM-STATUS       PIC X(01).
               10  WS-TRM-OPEN-STAMP   PIC 9(14).
               10  WS-TRM-OPEN-CASH    PIC 9(07)V9(02).
               10  WS-TRM-OPEN-SW      PIC X(01).
               10  WS-TRM-COUNT-STAMP  PIC 9(14).
               10  WS-TRM-COUNT-CASH   PIC 9(07)V9(02).
               10  WS-TRM-COUNT-SW     PIC X(01).
               10  WS-TRM-LOADED       PIC 9(08)V9(02).
               10  WS-TRM-REMOVED      PIC 9(08)V9(02).
               10  WS-TRM-DISPENSED    PIC 9(08)V9(02).
               10  WS-TRM-WD-COUNT     PIC 9(05).
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 1000 TIMES.
               10  WS-BRT-NAME         PIC X(30).
               10  WS-BRT-TERMINALS    PIC 9(03).
               10  WS-BRT-EXPECTED     PIC S9(09)V9(02).
               10  WS-BRT-COUNTED      PIC 9(09)V9(02).
               10  WS-BRT-OVER         PIC 9(08)V9(02).
               10  WS-BRT-SHORT        PIC 9(08)V9(02).
               10  WS-BRT-UNCOUNTED    PIC 9(03).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(28) VALUE
               'ATM CASH RECONCILIATION FOR '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(13) VALUE
               '  TOLERANCE '.
           05  WS-RH-TOLERANCE      PIC ZZ,ZZ9.99.
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'BR  TERMINAL GL ACCT     OPENING      LO'.
           05  FILLER               PIC X(40) VALUE
               'ADED     REMOVED   DISPENSED    EXPECTED'.
           05  FILLER               PIC X(40) VALUE
               '     COUNTED    VARIANCE  STATUS        '.
       01  WS-RECON-LINE.
           05  WS-RL-BRANCH         PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RL-TERMINAL       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RL-GL-ACCOUNT     PIC X(08).
           05  WS-RL-OPENING        PIC ZZZZ,ZZ9.99.
           05  WS-RL-LOADED         PIC ZZZZZ,ZZ9.99.
           05  WS-RL-REMOVED        PIC ZZZZZ,ZZ9.99.
           05  WS-RL-DISPENSED      PIC ZZZZZ,ZZ9.99.
           05  WS-RL-EXPECTED       PIC -ZZZZ,ZZ9.99.
           05  WS-RL-COUNTED        PIC ZZZZZ,ZZ9.99.
           05  WS-RL-VARIANCE       PIC -ZZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-FLAG           PIC X(24).
       01  WS-BRANCH-HEADER.
           05  FILLER               PIC X(40) VALUE
               'BRANCH TOTALS                           '.
       01  WS-BRANCH-LINE.
           05  WS-BL-BRANCH         PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BL-NAME           PIC X(30).
           05  WS-BL-TERMINALS      PIC ZZ9.
           05  FILLER               PIC X(06) VALUE '  EXP '.
           05  WS-BL-EXPECTED       PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  CNT '.
           05  WS-BL-COUNTED        PIC ZZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(07) VALUE '  OVER '.
           05  WS-BL-OVER           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE '  SHORT '.
           05  WS-BL-SHORT          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE
               '  UNCOUNTED '.
           05  WS-BL-UNCOUNTED      PIC ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-LOAD-CASH-EVENTS THRU 2000-EXIT
                   UNTIL WS-END-OF-CASH
               PERFORM 3000-TALLY-DISPENSED THRU 3000-EXIT
                   UNTIL WS-END-OF-SETTLEMENT
               PERFORM 4000-RECONCILE-TERMINALS THRU 4000-EXIT
               PERFORM 5000-REPORT-BRANCHES THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the terminal table is required; the
      * branch names are a nicety.  No settlement file means no
      * withdrawals tonight, not an error.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN INPUT RECON-PARM
           IF WS-PM-OK
               READ RECON-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARP-TOLERANCE IS NUMERIC
                           MOVE ARP-TOLERANCE TO WS-TOLERANCE
                       END-IF
               END-READ
               CLOSE RECON-PARM
           END-IF
           OPEN INPUT TERMINAL-MASTER
           IF NOT WS-TM-OK
               DISPLAY 'UNABLE TO OPEN TERMINAL MASTER'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-TERMINAL THRU 1100-EXIT
               UNTIL WS-END-OF-TERMINALS
           CLOSE TERMINAL-MASTER
           IF NOT WS-RUN-OK
               GO TO 1000-EXIT
           END-IF
           MOVE SPACES TO WS-BRANCH-TABLE
           MOVE ZERO TO WS-BR-SUB
           PERFORM 1250-CLEAR-ONE-BRANCH THRU 1250-EXIT
               UNTIL WS-BR-SUB = 1000
           OPEN INPUT BRANCH-MASTER
           IF WS-BR-OK
               PERFORM 1200-LOAD-ONE-BRANCH THRU 1200-EXIT
                   UNTIL WS-END-OF-BRANCHES
               CLOSE BRANCH-MASTER
           END-IF
           OPEN INPUT ATM-CASH-FILE
           IF NOT WS-CS-OK
               DISPLAY 'NO ATM CASH EVENTS ON FILE'
               SET WS-END-OF-CASH TO TRUE
           ELSE
               SET WS-CASH-OPEN TO TRUE
           END-IF
           OPEN INPUT ATM-SETTLEMENT-FILE
           IF NOT WS-ST-OK
               DISPLAY 'NO ATM SETTLEMENT FILE - NO WITHDRAWALS '
                   'TAKEN'
               SET WS-END-OF-SETTLEMENT TO TRUE
           ELSE
               SET WS-SETTLE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT RECON-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           MOVE WS-TOLERANCE TO WS-RH-TOLERANCE
           WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE RECON-REPORT-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-TERMINAL.
           READ TERMINAL-MASTER
               AT END
                   SET WS-END-OF-TERMINALS TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF WS-TERMINAL-TABLE-ENTRIES = 300
               DISPLAY 'TERMINAL TABLE FULL AT 300 - RUN STOPPED'
               MOVE 20 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-TERMINALS TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-TERMINAL-TABLE-ENTRIES
           MOVE WS-TERMINAL-TABLE-ENTRIES TO WS-SUB
           MOVE TRM-TERMINAL-ID TO WS-TRM-TERMINAL-ID (WS-SUB)
           MOVE TRM-BRANCH-CODE TO WS-TRM-BRANCH-CODE (WS-SUB)
           MOVE TRM-GL-CASH-ACCOUNT TO WS-TRM-GL-ACCOUNT (WS-SUB)
           MOVE TRM-STATUS TO WS-TRM-STATUS (WS-SUB)
           MOVE ZERO TO WS-TRM-OPEN-STAMP (WS-SUB)
           MOVE ZERO TO WS-TRM-OPEN-CASH (WS-SUB)
           MOVE 'N' TO WS-TRM-OPEN-SW (WS-SUB)
           MOVE ZERO TO WS-TRM-COUNT-STAMP (WS-SUB)
           MOVE ZERO TO WS-TRM-COUNT-CASH (WS-SUB)
           MOVE 'N' TO WS-TRM-COUNT-SW (WS-SUB)
           MOVE ZERO TO WS-TRM-LOADED (WS-SUB)
           MOVE ZERO TO WS-TRM-REMOVED (WS-SUB)
           MOVE ZERO TO WS-TRM-DISPENSED (WS-SUB)
           MOVE ZERO TO WS-TRM-WD-COUNT (WS-SUB).
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-BRANCH.
           READ BRANCH-MASTER
               AT END
                   SET WS-END-OF-BRANCHES TO TRUE
               NOT AT END
                   COMPUTE WS-BR-SUB = BRN-BRANCH-CODE + 1
                   MOVE BRN-BRANCH-NAME TO WS-BRT-NAME (WS-BR-SUB)
           END-READ.
       1200-EXIT.
           EXIT.

       1250-CLEAR-ONE-BRANCH.
           ADD 1 TO WS-BR-SUB
           MOVE ZERO TO WS-BRT-TERMINALS (WS-BR-SUB)
           MOVE ZERO TO WS-BRT-EXPECTED (WS-BR-SUB)
           MOVE ZERO TO WS-BRT-COUNTED (WS-BR-SUB)
           MOVE ZERO TO WS-BRT-OVER (WS-BR-SUB)
           MOVE ZERO TO WS-BRT-SHORT (WS-BR-SUB)
           MOVE ZERO TO WS-BRT-UNCOUNTED (WS-BR-SUB).
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-READ-BUSINESS-DATE
      *-----------------------------------------------------------*
       1300-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-CARD
           IF WS-BD-OK
               READ BUSINESS-DATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSINESS-DATE-CARD
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-CASH-EVENTS - the latest count or book balance
      * before today opens the terminal; today's loads and
      * removals add up; the latest of today's counts closes it.
      * Events dated after the business date are left alone.
      *-----------------------------------------------------------*
       2000-LOAD-CASH-EVENTS.
           READ ATM-CASH-FILE
               AT END
                   SET WS-END-OF-CASH TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF ACE-DATE > WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           MOVE ACE-TERMINAL-ID TO WS-MATCH-TERMINAL
           PERFORM 2200-FIND-TERMINAL THRU 2200-EXIT
           IF WS-HIT-SUB = ZERO
               IF ACE-DATE = WS-TODAY-DATE
                   DISPLAY 'CASH EVENT FOR TERMINAL NOT ON MASTER: '
                       ACE-TERMINAL-ID
                   ADD 1 TO WS-UNKNOWN-CASH-COUNT
               END-IF
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-EVENT-STAMP = ACE-DATE * 1000000 + ACE-TIME
           IF ACE-DATE < WS-TODAY-DATE
               IF (ACE-CASH-COUNTED OR ACE-BOOK-BALANCE)
                   AND WS-EVENT-STAMP NOT < WS-TRM-OPEN-STAMP
                       (WS-HIT-SUB)
                   MOVE WS-EVENT-STAMP TO
                       WS-TRM-OPEN-STAMP (WS-HIT-SUB)
                   MOVE ACE-AMOUNT TO WS-TRM-OPEN-CASH (WS-HIT-SUB)
                   MOVE 'Y' TO WS-TRM-OPEN-SW (WS-HIT-SUB)
               END-IF
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN ACE-CASH-LOADED
                   ADD ACE-AMOUNT TO WS-TRM-LOADED (WS-HIT-SUB)
               WHEN ACE-CASH-REMOVED
                   ADD ACE-AMOUNT TO WS-TRM-REMOVED (WS-HIT-SUB)
               WHEN ACE-CASH-COUNTED
                   IF WS-EVENT-STAMP NOT < WS-TRM-COUNT-STAMP
                       (WS-HIT-SUB)
                       MOVE WS-EVENT-STAMP TO
                           WS-TRM-COUNT-STAMP (WS-HIT-SUB)
                       MOVE ACE-AMOUNT TO
                           WS-TRM-COUNT-CASH (WS-HIT-SUB)
                       MOVE 'Y' TO WS-TRM-COUNT-SW (WS-HIT-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2200-FIND-TERMINAL.
           MOVE ZERO TO WS-HIT-SUB
           MOVE ZERO TO WS-SUB
           PERFORM 2250-MATCH-ONE-TERMINAL THRU 2250-EXIT
               UNTIL WS-HIT-SUB NOT = ZERO
               OR WS-SUB = WS-TERMINAL-TABLE-ENTRIES.
       2200-EXIT.
           EXIT.

       2250-MATCH-ONE-TERMINAL.
           ADD 1 TO WS-SUB
           IF WS-TRM-TERMINAL-ID (WS-SUB) = WS-MATCH-TERMINAL
               MOVE WS-SUB TO WS-HIT-SUB
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-TALLY-DISPENSED - the switch's withdrawal details
      * per terminal.  Deposits taken at an ATM are envelopes,
      * not cassette cash, and do not enter the count.
      *-----------------------------------------------------------*
       3000-TALLY-DISPENSED.
           READ ATM-SETTLEMENT-FILE
               AT END
                   SET WS-END-OF-SETTLEMENT TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF NOT ATS-DETAIL OR ATS-TRAN-TYPE NOT = 'WD'
               GO TO 3000-EXIT
           END-IF
           MOVE ATS-TERMINAL-ID TO WS-MATCH-TERMINAL
           PERFORM 2200-FIND-TERMINAL THRU 2200-EXIT
           IF WS-HIT-SUB = ZERO
               DISPLAY 'WITHDRAWAL AT TERMINAL NOT ON MASTER: '
                   ATS-TERMINAL-ID ' ' ATS-AMOUNT
               ADD 1 TO WS-UNKNOWN-ITEM-COUNT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF
           ADD ATS-AMOUNT TO WS-TRM-DISPENSED (WS-HIT-SUB)
           ADD 1 TO WS-TRM-WD-COUNT (WS-HIT-SUB).
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RECONCILE-TERMINALS - one line per terminal.  The
      * cash file is reopened for append so an uncounted
      * terminal's expected cash can be carried forward.
      *-----------------------------------------------------------*
       4000-RECONCILE-TERMINALS.
           IF WS-CASH-OPEN
               CLOSE ATM-CASH-FILE
               MOVE 'N' TO WS-CASH-OPEN-SW
           END-IF
           OPEN EXTEND ATM-CASH-FILE
           IF WS-CS-NOT-FOUND
               OPEN OUTPUT ATM-CASH-FILE
           END-IF
           SET WS-CASH-OPEN TO TRUE
           MOVE ZERO TO WS-WORK-SUB
           PERFORM 4100-RECONCILE-ONE-TERMINAL THRU 4100-EXIT
               UNTIL WS-WORK-SUB = WS-TERMINAL-TABLE-ENTRIES.
       4000-EXIT.
           EXIT.

       4100-RECONCILE-ONE-TERMINAL.
           ADD 1 TO WS-WORK-SUB
           IF WS-TRM-STATUS (WS-WORK-SUB) = 'R'
               AND WS-TRM-LOADED (WS-WORK-SUB) = ZERO
               AND WS-TRM-DISPENSED (WS-WORK-SUB) = ZERO
               AND WS-TRM-COUNT-SW (WS-WORK-SUB) NOT = 'Y'
               GO TO 4100-EXIT
           END-IF
           COMPUTE WS-BR-SUB = WS-TRM-BRANCH-CODE (WS-WORK-SUB) + 1
           ADD 1 TO WS-BRT-TERMINALS (WS-BR-SUB)
           MOVE WS-TRM-BRANCH-CODE (WS-WORK-SUB) TO WS-RL-BRANCH
           MOVE WS-TRM-TERMINAL-ID (WS-WORK-SUB) TO WS-RL-TERMINAL
           MOVE WS-TRM-GL-ACCOUNT (WS-WORK-SUB) TO WS-RL-GL-ACCOUNT
           MOVE WS-TRM-OPEN-CASH (WS-WORK-SUB) TO WS-RL-OPENING
           MOVE WS-TRM-LOADED (WS-WORK-SUB) TO WS-RL-LOADED
           MOVE WS-TRM-REMOVED (WS-WORK-SUB) TO WS-RL-REMOVED
           MOVE WS-TRM-DISPENSED (WS-WORK-SUB) TO WS-RL-DISPENSED
           MOVE WS-TRM-COUNT-CASH (WS-WORK-SUB) TO WS-RL-COUNTED
           MOVE ZERO TO WS-RL-VARIANCE
           COMPUTE WS-EXPECTED-CASH =
               WS-TRM-OPEN-CASH (WS-WORK-SUB)
               + WS-TRM-LOADED (WS-WORK-SUB)
               - WS-TRM-REMOVED (WS-WORK-SUB)
               - WS-TRM-DISPENSED (WS-WORK-SUB)
           MOVE WS-EXPECTED-CASH TO WS-RL-EXPECTED
           ADD WS-EXPECTED-CASH TO WS-BRT-EXPECTED (WS-BR-SUB)
           IF WS-TRM-COUNT-SW (WS-WORK-SUB) NOT = 'Y'
               MOVE 'NOT COUNTED' TO WS-RL-FLAG
               ADD 1 TO WS-UNCOUNTED-COUNT
               ADD 1 TO WS-BRT-UNCOUNTED (WS-BR-SUB)
               PERFORM 4300-CARRY-BOOK-BALANCE THRU 4300-EXIT
               WRITE RECON-REPORT-LINE FROM WS-RECON-LINE
               GO TO 4100-EXIT
           END-IF
           ADD WS-TRM-COUNT-CASH (WS-WORK-SUB)
               TO WS-BRT-COUNTED (WS-BR-SUB)
           IF WS-TRM-OPEN-SW (WS-WORK-SUB) NOT = 'Y'
               MOVE 'NO OPENING - COUNT' TO WS-RL-FLAG
               WRITE RECON-REPORT-LINE FROM WS-RECON-LINE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-RECONCILED-COUNT
           COMPUTE WS-VARIANCE =
               WS-TRM-COUNT-CASH (WS-WORK-SUB) - WS-EXPECTED-CASH
           MOVE WS-VARIANCE TO WS-RL-VARIANCE
           IF WS-VARIANCE = ZERO
               MOVE 'IN BALANCE' TO WS-RL-FLAG
               WRITE RECON-REPORT-LINE FROM WS-RECON-LINE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-OUTAGE-COUNT
           IF WS-VARIANCE > ZERO
               MOVE WS-VARIANCE TO WS-VARIANCE-ABS
               ADD WS-VARIANCE-ABS TO WS-BRT-OVER (WS-BR-SUB)
               MOVE 'OVER' TO WS-RL-FLAG
           ELSE
               COMPUTE WS-VARIANCE-ABS = WS-VARIANCE * -1
               ADD WS-VARIANCE-ABS TO WS-BRT-SHORT (WS-BR-SUB)
               MOVE 'SHORT' TO WS-RL-FLAG
           END-IF
           IF WS-VARIANCE-ABS > WS-TOLERANCE
               MOVE 'OUTSIDE TOLERANCE' TO WS-RL-FLAG (7:)
               PERFORM 4200-ALERT-OUTAGE THRU 4200-EXIT
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-RECON-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-ALERT-OUTAGE - an outage larger than the tolerance
      * goes to the operator, and the run ends with a warning.
      *-----------------------------------------------------------*
       4200-ALERT-OUTAGE.
           ADD 1 TO WS-ALERT-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE WS-VARIANCE-ABS TO WS-ALERT-AMOUNT
           MOVE SPACES TO WS-ALERT-TEXT
           STRING 'ATM ' DELIMITED BY SIZE
               WS-TRM-TERMINAL-ID (WS-WORK-SUB) DELIMITED BY SIZE
               ' CASH ' DELIMITED BY SIZE
               WS-RL-FLAG (1:5) DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               WS-ALERT-AMOUNT DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           OPEN EXTEND OPERATOR-ALERT
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT OPERATOR-ALERT
           END-IF
           SET OPA-SEV-MEDIUM TO TRUE
           MOVE 'ATMRECON' TO OPA-SOURCE-PROGRAM
           MOVE WS-ALERT-TEXT TO OPA-MESSAGE
           MOVE WS-TODAY-DATE TO OPA-TIMESTAMP(1:8)
           ACCEPT OPA-TIMESTAMP(9:6) FROM TIME
           SET OPA-UNACKNOWLEDGED TO TRUE
           MOVE SPACES TO OPA-ACKED-BY
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-CARRY-BOOK-BALANCE - the expected cash of a terminal
      * nobody counted becomes tomorrow's opening.  A negative
      * expectation cannot be carried; the terminal must be
      * counted before it proves again.
      *-----------------------------------------------------------*
       4300-CARRY-BOOK-BALANCE.
           IF WS-EXPECTED-CASH < ZERO
               MOVE 'NOT COUNTED - NEG' TO WS-RL-FLAG
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 4300-EXIT
           END-IF
           IF WS-TRM-OPEN-SW (WS-WORK-SUB) NOT = 'Y'
               AND WS-TRM-LOADED (WS-WORK-SUB) = ZERO
               GO TO 4300-EXIT
           END-IF
           MOVE WS-TRM-TERMINAL-ID (WS-WORK-SUB) TO ACE-TERMINAL-ID
           MOVE WS-TODAY-DATE TO ACE-DATE
           MOVE 235959 TO ACE-TIME
           SET ACE-BOOK-BALANCE TO TRUE
           MOVE WS-EXPECTED-CASH TO ACE-AMOUNT
           MOVE 'ATMRECON' TO ACE-ENTERED-BY
           WRITE ATM-CASH-EVENT-RECORD.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-REPORT-BRANCHES - the totals for each owning branch
      * with a terminal on tonight's report.
      *-----------------------------------------------------------*
       5000-REPORT-BRANCHES.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE FROM WS-BRANCH-HEADER
           MOVE ZERO TO WS-BR-SUB
           PERFORM 5100-REPORT-ONE-BRANCH THRU 5100-EXIT
               UNTIL WS-BR-SUB = 1000.
       5000-EXIT.
           EXIT.

       5100-REPORT-ONE-BRANCH.
           ADD 1 TO WS-BR-SUB
           IF WS-BRT-TERMINALS (WS-BR-SUB) = ZERO
               GO TO 5100-EXIT
           END-IF
           COMPUTE WS-BL-BRANCH = WS-BR-SUB - 1
           MOVE WS-BRT-NAME (WS-BR-SUB) TO WS-BL-NAME
           MOVE WS-BRT-TERMINALS (WS-BR-SUB) TO WS-BL-TERMINALS
           MOVE WS-BRT-EXPECTED (WS-BR-SUB) TO WS-BL-EXPECTED
           MOVE WS-BRT-COUNTED (WS-BR-SUB) TO WS-BL-COUNTED
           MOVE WS-BRT-OVER (WS-BR-SUB) TO WS-BL-OVER
           MOVE WS-BRT-SHORT (WS-BR-SUB) TO WS-BL-SHORT
           MOVE WS-BRT-UNCOUNTED (WS-BR-SUB) TO WS-BL-UNCOUNTED
           WRITE RECON-REPORT-LINE FROM WS-BRANCH-LINE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'TERMINALS RECONCILED: ' WS-RECONCILED-COUNT
           DISPLAY 'TERMINALS OVER/SHORT: ' WS-OUTAGE-COUNT
           DISPLAY 'OUTAGES OVER TOLERANCE: ' WS-ALERT-COUNT
           DISPLAY 'TERMINALS NOT COUNTED: ' WS-UNCOUNTED-COUNT
           DISPLAY 'WITHDRAWALS AT UNKNOWN TERMINALS: '
               WS-UNKNOWN-ITEM-COUNT
           DISPLAY 'CASH EVENTS AT UNKNOWN TERMINALS: '
               WS-UNKNOWN-CASH-COUNT
           IF WS-RUN-OK
               IF WS-CASH-OPEN
                   CLOSE ATM-CASH-FILE
               END-IF
               IF WS-SETTLE-OPEN
                   CLOSE ATM-SETTLEMENT-FILE
               END-IF
               CLOSE RECON-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
