      *-----------------------------------------------------------*
      * PROGRAM:      SLPROOF
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Subledger-to-general-ledger proof.  GLTRIAL proves the feed
      * balances with itself; this step proves the ledger's control
      * accounts agree with the customer accounts behind them.  The
      * newest EODSNAP closing balance of every account is rolled
      * up by account category and currency, each category resolved
      * to its GL control account through the CT rows on the GL
      * mapping table, and each control account's total held
      * against the running balance the general ledger returns on
      * GLBAL.  Differences are printed; one larger than the
      * tolerance on the SLPPARM card - or a category with no
      * control account, or a control balance with nothing behind
      * it - fails the step and raises an operator alert, so the
      * chain stops before anything is booked on a ledger that
      * disagrees with its subledger.  Runs after EODSNAP and after
      * the ledger has returned its balances.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE so old-
      *                    layout records are accepted; money
      *                    work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLPROOF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-MAP-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-BAL-STATUS.
           SELECT PROOF-PARM-CARD ASSIGN TO "SLPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT PROOF-REPORT ASSIGN TO "SLPRFRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-ALERT ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-HISTORY.
       COPY "balhist.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  GL-MAP-FILE.
       COPY "glmap.cpy".

       FD  GL-BALANCE-FILE.
       COPY "glbal.cpy".

       FD  PROOF-PARM-CARD.
       COPY "slpparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  PROOF-REPORT.
       01  PROOF-REPORT-LINE           PIC X(80).

       FD  OPERATOR-ALERT.
       COPY "opalert.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-BH-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-GL-MAP-STATUS         PIC X(02).
           88  WS-GM-OK                       VALUE '00'.
       01  WS-GL-BAL-STATUS         PIC X(02).
           88  WS-GB-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-AL-OK                       VALUE '00'.
           88  WS-AL-NOT-FOUND                VALUE '35'.
       01  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-HISTORY              VALUE 'Y'.
       01  WS-MAP-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-MAP                  VALUE 'Y'.
       01  WS-GLB-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-GL-BALANCES          VALUE 'Y'.
       01  WS-ABORT-SW              PIC X(01) VALUE 'N'.
           88  WS-PROOF-ABORTED               VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TOLERANCE             PIC 9(07)V9(02) VALUE ZERO.
       01  WS-DIFFERENCE            PIC S9(11)V9(02).
       01  WS-ABS-DIFFERENCE        PIC 9(11)V9(02).
       01  WS-OUT-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-UNMAPPED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-PROVED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-SUB                   PIC 9(04).
       01  WS-HIT-SUB               PIC 9(04).
       01  WS-SCAN-SUB              PIC 9(04).
       01  WS-FIND-CATEGORY         PIC X(02).
       01  WS-FIND-CURRENCY         PIC X(03).
       01  WS-FIND-GL-ACCOUNT       PIC X(08).

      *-----------------------------------------------------------*
      * The newest closing balance on history, one entry per
      * account - the file is appended in date order, so the last
      * record read for an account is its newest.
      *-----------------------------------------------------------*
       01  WS-HIST-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-HIS-IDX.
               10  WS-HIS-ACCOUNT-ID   PIC 9(07).
               10  WS-HIS-CLOSING      PIC S9(11)V9(02).
       01  WS-HIST-FOUND-SW         PIC X(01).
           88  WS-HIST-FOUND                  VALUE 'Y'.

      *-----------------------------------------------------------*
      * The subledger rolled up by category and currency.
      *-----------------------------------------------------------*
       01  WS-ROLL-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-ROLL-TABLE.
           05  WS-ROLL-ENTRY OCCURS 50 TIMES.
               10  WS-ROL-CATEGORY     PIC X(02).
               10  WS-ROL-CURRENCY     PIC X(03).
               10  WS-ROL-ACCOUNTS     PIC 9(05).
               10  WS-ROL-TOTAL        PIC S9(11)V9(02).

      *-----------------------------------------------------------*
      * The control account for each category, off the CT rows.
      *-----------------------------------------------------------*
       01  WS-CTL-TABLE-ENTRIES     PIC 9(04) VALUE ZERO.
       01  WS-CTL-TABLE.
           05  WS-CTL-ENTRY OCCURS 50 TIMES.
               10  WS-CTL-CATEGORY     PIC X(02).
               10  WS-CTL-GL-ACCOUNT   PIC X(08).

      *-----------------------------------------------------------*
      * The ledger's running balances, and the subledger totals
      * gathered against each control account and currency.
      *-----------------------------------------------------------*
       01  WS-GLB-TABLE-ENTRIES     PIC 9(04) VALUE ZERO.
       01  WS-GLB-TABLE.
           05  WS-GLB-ENTRY OCCURS 100 TIMES.
               10  WS-GLB-ACCOUNT      PIC X(08).
               10  WS-GLB-CURRENCY     PIC X(03).
               10  WS-GLB-AS-OF-DATE   PIC 9(08).
               10  WS-GLB-BALANCE      PIC S9(11)V9(02).
               10  WS-GLB-SUBLEDGER    PIC S9(11)V9(02).
               10  WS-GLB-USED-SW      PIC X(01).
                   88  WS-GLB-USED               VALUE 'Y'.

       01  WS-CATEGORY-LINE.
           05  FILLER               PIC X(04) VALUE 'CAT '.
           05  WS-CL-CATEGORY       PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CL-CURRENCY       PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CL-GL-ACCOUNT     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CL-ACCOUNTS       PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CL-TOTAL          PIC -(10)9.99.
       01  WS-PROOF-LINE.
           05  WS-PL-GL-ACCOUNT     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PL-CURRENCY       PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PL-SUBLEDGER      PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PL-GL-BALANCE     PIC -(10)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PL-DIFFERENCE     PIC -(08)9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PL-RESULT         PIC X(10).
       01  WS-HEADING-LINE.
           05  FILLER               PIC X(35) VALUE
               'GL ACCT   CUR       SUBLEDGER     '.
           05  FILLER               PIC X(32) VALUE
               'GL BALANCE    DIFFERENCE  RESULT'.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(18) VALUE
               'CONTROLS PROVED: '.
           05  WS-TL-PROVED         PIC ZZ,ZZ9.
           05  FILLER               PIC X(17) VALUE
               '  OUT OF PROOF: '.
           05  WS-TL-OUT            PIC ZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE
               '  TOLERANCE: '.
           05  WS-TL-TOLERANCE      PIC Z,ZZZ,ZZ9.99.
       01  WS-VERDICT-LINE          PIC X(40).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-PROOF-ABORTED
               PERFORM 2000-LOAD-HISTORY-TABLE THRU 2000-EXIT
                   UNTIL WS-END-OF-HISTORY
           END-IF
           IF NOT WS-PROOF-ABORTED
               PERFORM 3000-ROLL-UP-SUBLEDGER THRU 3000-EXIT
               PERFORM 4000-REPORT-CATEGORIES THRU 4000-EXIT
               PERFORM 5000-PROVE-CONTROLS THRU 5000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the history, master and report are all
      * required; the mapping table, ledger balances and parameter
      * card are loaded if present, and their absence shows up as
      * failed proofs rather than a silent pass.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT BUSINESS-DATE-CARD
           IF WS-BD-OK
               READ BUSINESS-DATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSINESS-DATE-CARD
           END-IF
           OPEN INPUT BALANCE-HISTORY
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT PROOF-REPORT
           IF NOT WS-BH-OK OR NOT WS-AF-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN SUBLEDGER PROOF FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-PROOF-ABORTED TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PROOF-PARM-CARD
           IF WS-PM-OK
               READ PROOF-PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SLP-TOLERANCE TO WS-TOLERANCE
               END-READ
               CLOSE PROOF-PARM-CARD
           END-IF
           PERFORM 1200-LOAD-CONTROL-MAP THRU 1200-EXIT
           PERFORM 1400-LOAD-GL-BALANCES THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-CONTROL-MAP - only the CT rows of the mapping
      * table matter here; the activity rows are GLEXTR's.  The
      * credit column names a credit-normal control account, the
      * debit column a debit-normal one.
      *-----------------------------------------------------------*
       1200-LOAD-CONTROL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF NOT WS-GM-OK
               DISPLAY 'NO GL MAPPING TABLE - NO CATEGORY HAS A '
                   'CONTROL ACCOUNT'
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-LOAD-ONE-MAP-ROW THRU 1250-EXIT
               UNTIL WS-END-OF-MAP
           CLOSE GL-MAP-FILE.
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-MAP-ROW.
           READ GL-MAP-FILE
               AT END
                   SET WS-END-OF-MAP TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF GLM-TRAN-TYPE NOT = 'CT'
               OR WS-CTL-TABLE-ENTRIES = 50
               GO TO 1250-EXIT
           END-IF
           ADD 1 TO WS-CTL-TABLE-ENTRIES
           MOVE GLM-CATEGORY TO WS-CTL-CATEGORY (WS-CTL-TABLE-ENTRIES)
           IF GLM-CREDIT-ACCOUNT NOT = SPACES
               MOVE GLM-CREDIT-ACCOUNT TO
                   WS-CTL-GL-ACCOUNT (WS-CTL-TABLE-ENTRIES)
           ELSE
               MOVE GLM-DEBIT-ACCOUNT TO
                   WS-CTL-GL-ACCOUNT (WS-CTL-TABLE-ENTRIES)
           END-IF.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1400-LOAD-GL-BALANCES - the ledger's running balance per
      * account and currency; the newest as-of date stands.
      *-----------------------------------------------------------*
       1400-LOAD-GL-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT WS-GB-OK
               DISPLAY 'NO GL BALANCES RETURNED - EVERY CONTROL '
                   'ACCOUNT PROVES AGAINST ZERO'
               GO TO 1400-EXIT
           END-IF
           PERFORM 1450-LOAD-ONE-GL-BALANCE THRU 1450-EXIT
               UNTIL WS-END-OF-GL-BALANCES
           CLOSE GL-BALANCE-FILE.
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-GL-BALANCE.
           READ GL-BALANCE-FILE
               AT END
                   SET WS-END-OF-GL-BALANCES TO TRUE
                   GO TO 1450-EXIT
           END-READ
           MOVE GLB-GL-ACCOUNT TO WS-FIND-GL-ACCOUNT
           MOVE GLB-CURRENCY-CODE TO WS-FIND-CURRENCY
           PERFORM 5800-FIND-GL-BALANCE THRU 5800-EXIT
           IF WS-HIT-SUB = ZERO
               IF WS-GLB-TABLE-ENTRIES = 100
                   DISPLAY 'GL BALANCE TABLE FULL - PROOF ABANDONED'
                   MOVE 20 TO RETURN-CODE
                   SET WS-PROOF-ABORTED TO TRUE
                   SET WS-END-OF-GL-BALANCES TO TRUE
                   GO TO 1450-EXIT
               END-IF
               ADD 1 TO WS-GLB-TABLE-ENTRIES
               MOVE WS-GLB-TABLE-ENTRIES TO WS-HIT-SUB
               MOVE GLB-GL-ACCOUNT TO WS-GLB-ACCOUNT (WS-HIT-SUB)
               MOVE GLB-CURRENCY-CODE TO WS-GLB-CURRENCY (WS-HIT-SUB)
               MOVE ZERO TO WS-GLB-AS-OF-DATE (WS-HIT-SUB)
               MOVE ZERO TO WS-GLB-BALANCE (WS-HIT-SUB)
               MOVE ZERO TO WS-GLB-SUBLEDGER (WS-HIT-SUB)
               MOVE 'N' TO WS-GLB-USED-SW (WS-HIT-SUB)
           END-IF
           IF GLB-AS-OF-DATE NOT < WS-GLB-AS-OF-DATE (WS-HIT-SUB)
               MOVE GLB-AS-OF-DATE TO WS-GLB-AS-OF-DATE (WS-HIT-SUB)
               MOVE GLB-BALANCE TO WS-GLB-BALANCE (WS-HIT-SUB)
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-HISTORY-TABLE - remember the newest closing
      * balance on file for each account.
      *-----------------------------------------------------------*
       2000-LOAD-HISTORY-TABLE.
           READ BALANCE-HISTORY
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   PERFORM 2100-NOTE-HISTORY-BALANCE THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-NOTE-HISTORY-BALANCE.
           MOVE 'N' TO WS-HIST-FOUND-SW
           SET WS-HIS-IDX TO 1
           SEARCH WS-HIST-ENTRY
               AT END
                   CONTINUE
               WHEN WS-HIS-ACCOUNT-ID (WS-HIS-IDX) = BHS-ACCOUNT-ID
                   SET WS-HIST-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-HIST-FOUND
               IF WS-HIST-TABLE-ENTRIES = 500
                   DISPLAY 'HISTORY TABLE FULL - PROOF ABANDONED'
                   MOVE 20 TO RETURN-CODE
                   SET WS-PROOF-ABORTED TO TRUE
                   SET WS-END-OF-HISTORY TO TRUE
                   GO TO 2100-EXIT
               END-IF
               ADD 1 TO WS-HIST-TABLE-ENTRIES
               SET WS-HIS-IDX TO WS-HIST-TABLE-ENTRIES
               MOVE BHS-ACCOUNT-ID TO
                   WS-HIS-ACCOUNT-ID (WS-HIS-IDX)
           END-IF
           MOVE BHS-CLOSING-BALANCE TO WS-HIS-CLOSING (WS-HIS-IDX).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ROLL-UP-SUBLEDGER - add each account's closing balance
      * to its category and currency off the master.  An account
      * no longer on the master rolls up as retail in the base
      * currency, the same default GLEXTR journals it under.
      *-----------------------------------------------------------*
       3000-ROLL-UP-SUBLEDGER.
           MOVE ZERO TO WS-SUB
           PERFORM 3100-ROLL-UP-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-SUB = WS-HIST-TABLE-ENTRIES
               OR WS-PROOF-ABORTED.
       3000-EXIT.
           EXIT.

       3100-ROLL-UP-ONE-ACCOUNT.
           ADD 1 TO WS-SUB
           MOVE WS-HIS-ACCOUNT-ID (WS-SUB) TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'RT' TO WS-FIND-CATEGORY
                   MOVE 'USD' TO WS-FIND-CURRENCY
               NOT INVALID KEY
                   MOVE ACCT-CATEGORY TO WS-FIND-CATEGORY
                   MOVE ACCT-CURRENCY-CODE TO WS-FIND-CURRENCY
           END-READ
           IF WS-FIND-CURRENCY = SPACES
               MOVE 'USD' TO WS-FIND-CURRENCY
           END-IF
           MOVE ZERO TO WS-HIT-SUB
           MOVE ZERO TO WS-SCAN-SUB
           PERFORM 3150-MATCH-ONE-ROLL-UP THRU 3150-EXIT
               UNTIL WS-HIT-SUB NOT = ZERO
               OR WS-SCAN-SUB = WS-ROLL-TABLE-ENTRIES
           IF WS-HIT-SUB = ZERO
               IF WS-ROLL-TABLE-ENTRIES = 50
                   DISPLAY 'CATEGORY TABLE FULL - PROOF ABANDONED'
                   MOVE 20 TO RETURN-CODE
                   SET WS-PROOF-ABORTED TO TRUE
                   GO TO 3100-EXIT
               END-IF
               ADD 1 TO WS-ROLL-TABLE-ENTRIES
               MOVE WS-ROLL-TABLE-ENTRIES TO WS-HIT-SUB
               MOVE WS-FIND-CATEGORY TO WS-ROL-CATEGORY (WS-HIT-SUB)
               MOVE WS-FIND-CURRENCY TO WS-ROL-CURRENCY (WS-HIT-SUB)
               MOVE ZERO TO WS-ROL-ACCOUNTS (WS-HIT-SUB)
               MOVE ZERO TO WS-ROL-TOTAL (WS-HIT-SUB)
           END-IF
           ADD 1 TO WS-ROL-ACCOUNTS (WS-HIT-SUB)
           ADD WS-HIS-CLOSING (WS-SUB) TO WS-ROL-TOTAL (WS-HIT-SUB).
       3100-EXIT.
           EXIT.

       3150-MATCH-ONE-ROLL-UP.
           ADD 1 TO WS-SCAN-SUB
           IF WS-ROL-CATEGORY (WS-SCAN-SUB) = WS-FIND-CATEGORY
               AND WS-ROL-CURRENCY (WS-SCAN-SUB) = WS-FIND-CURRENCY
               MOVE WS-SCAN-SUB TO WS-HIT-SUB
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REPORT-CATEGORIES - one line per category and
      * currency, naming the control account it proves against.
      * A category with no CT row cannot be proved and fails the
      * step; the rest gather under their control account.
      *-----------------------------------------------------------*
       4000-REPORT-CATEGORIES.
           MOVE ZERO TO WS-SUB
           PERFORM 4100-REPORT-ONE-CATEGORY THRU 4100-EXIT
               UNTIL WS-SUB = WS-ROLL-TABLE-ENTRIES
               OR WS-PROOF-ABORTED.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-CATEGORY.
           ADD 1 TO WS-SUB
           MOVE WS-ROL-CATEGORY (WS-SUB) TO WS-FIND-CATEGORY
           MOVE WS-ROL-CURRENCY (WS-SUB) TO WS-FIND-CURRENCY
           MOVE ZERO TO WS-HIT-SUB
           MOVE ZERO TO WS-SCAN-SUB
           PERFORM 4150-MATCH-ONE-CONTROL THRU 4150-EXIT
               UNTIL WS-HIT-SUB NOT = ZERO
               OR WS-SCAN-SUB = WS-CTL-TABLE-ENTRIES
           IF WS-HIT-SUB = ZERO
               MOVE 'UNMAPPED' TO WS-FIND-GL-ACCOUNT
           ELSE
               MOVE WS-CTL-GL-ACCOUNT (WS-HIT-SUB)
                   TO WS-FIND-GL-ACCOUNT
           END-IF
           MOVE WS-FIND-CATEGORY TO WS-CL-CATEGORY
           MOVE WS-FIND-CURRENCY TO WS-CL-CURRENCY
           MOVE WS-FIND-GL-ACCOUNT TO WS-CL-GL-ACCOUNT
           MOVE WS-ROL-ACCOUNTS (WS-SUB) TO WS-CL-ACCOUNTS
           MOVE WS-ROL-TOTAL (WS-SUB) TO WS-CL-TOTAL
           WRITE PROOF-REPORT-LINE FROM WS-CATEGORY-LINE
           IF WS-HIT-SUB = ZERO
               ADD 1 TO WS-UNMAPPED-COUNT
               ADD 1 TO WS-OUT-COUNT
               GO TO 4100-EXIT
           END-IF
           PERFORM 5800-FIND-GL-BALANCE THRU 5800-EXIT
           IF WS-HIT-SUB = ZERO
               IF WS-GLB-TABLE-ENTRIES = 100
                   DISPLAY 'GL BALANCE TABLE FULL - PROOF ABANDONED'
                   MOVE 20 TO RETURN-CODE
                   SET WS-PROOF-ABORTED TO TRUE
                   GO TO 4100-EXIT
               END-IF
               ADD 1 TO WS-GLB-TABLE-ENTRIES
               MOVE WS-GLB-TABLE-ENTRIES TO WS-HIT-SUB
               MOVE WS-FIND-GL-ACCOUNT TO WS-GLB-ACCOUNT (WS-HIT-SUB)
               MOVE WS-FIND-CURRENCY TO WS-GLB-CURRENCY (WS-HIT-SUB)
               MOVE ZERO TO WS-GLB-AS-OF-DATE (WS-HIT-SUB)
               MOVE ZERO TO WS-GLB-BALANCE (WS-HIT-SUB)
               MOVE ZERO TO WS-GLB-SUBLEDGER (WS-HIT-SUB)
           END-IF
           SET WS-GLB-USED (WS-HIT-SUB) TO TRUE
           ADD WS-ROL-TOTAL (WS-SUB) TO WS-GLB-SUBLEDGER (WS-HIT-SUB).
       4100-EXIT.
           EXIT.

       4150-MATCH-ONE-CONTROL.
           ADD 1 TO WS-SCAN-SUB
           IF WS-CTL-CATEGORY (WS-SCAN-SUB) = WS-FIND-CATEGORY
               MOVE WS-SCAN-SUB TO WS-HIT-SUB
           END-IF.
       4150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PROVE-CONTROLS - every control account and currency
      * the subledger reached, and every ledger balance held on a
      * control account the subledger did not reach (nothing
      * behind it, so it proves against zero), is held against
      * the ledger's running balance.  A difference beyond the
      * tolerance is out of proof.
      *-----------------------------------------------------------*
       5000-PROVE-CONTROLS.
           IF WS-PROOF-ABORTED
               GO TO 5000-EXIT
           END-IF
           WRITE PROOF-REPORT-LINE FROM WS-HEADING-LINE
           MOVE ZERO TO WS-SUB
           PERFORM 5100-PROVE-ONE-CONTROL THRU 5100-EXIT
               UNTIL WS-SUB = WS-GLB-TABLE-ENTRIES.
       5000-EXIT.
           EXIT.

       5100-PROVE-ONE-CONTROL.
           ADD 1 TO WS-SUB
           IF NOT WS-GLB-USED (WS-SUB)
               MOVE WS-GLB-ACCOUNT (WS-SUB) TO WS-FIND-GL-ACCOUNT
               MOVE ZERO TO WS-HIT-SUB
               MOVE ZERO TO WS-SCAN-SUB
               PERFORM 5150-MATCH-CONTROL-ACCOUNT THRU 5150-EXIT
                   UNTIL WS-HIT-SUB NOT = ZERO
                   OR WS-SCAN-SUB = WS-CTL-TABLE-ENTRIES
               IF WS-HIT-SUB = ZERO
                   GO TO 5100-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-PROVED-COUNT
           COMPUTE WS-DIFFERENCE =
               WS-GLB-SUBLEDGER (WS-SUB) - WS-GLB-BALANCE (WS-SUB)
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-ABS-DIFFERENCE = ZERO - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO WS-ABS-DIFFERENCE
           END-IF
           MOVE WS-GLB-ACCOUNT (WS-SUB) TO WS-PL-GL-ACCOUNT
           MOVE WS-GLB-CURRENCY (WS-SUB) TO WS-PL-CURRENCY
           MOVE WS-GLB-SUBLEDGER (WS-SUB) TO WS-PL-SUBLEDGER
           MOVE WS-GLB-BALANCE (WS-SUB) TO WS-PL-GL-BALANCE
           MOVE WS-DIFFERENCE TO WS-PL-DIFFERENCE
           EVALUATE TRUE
               WHEN WS-ABS-DIFFERENCE = ZERO
                   MOVE 'OK' TO WS-PL-RESULT
               WHEN WS-ABS-DIFFERENCE NOT > WS-TOLERANCE
                   MOVE 'WITHIN TOL' TO WS-PL-RESULT
               WHEN OTHER
                   MOVE 'OUT' TO WS-PL-RESULT
                   ADD 1 TO WS-OUT-COUNT
           END-EVALUATE
           WRITE PROOF-REPORT-LINE FROM WS-PROOF-LINE.
       5100-EXIT.
           EXIT.

       5150-MATCH-CONTROL-ACCOUNT.
           ADD 1 TO WS-SCAN-SUB
           IF WS-CTL-GL-ACCOUNT (WS-SCAN-SUB) = WS-FIND-GL-ACCOUNT
               MOVE WS-SCAN-SUB TO WS-HIT-SUB
           END-IF.
       5150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5800-FIND-GL-BALANCE - the ledger balance entry for
      * WS-FIND-GL-ACCOUNT in WS-FIND-CURRENCY; zero when none.
      *-----------------------------------------------------------*
       5800-FIND-GL-BALANCE.
           MOVE ZERO TO WS-HIT-SUB
           MOVE ZERO TO WS-SCAN-SUB
           PERFORM 5850-MATCH-ONE-GL-BALANCE THRU 5850-EXIT
               UNTIL WS-HIT-SUB NOT = ZERO
               OR WS-SCAN-SUB = WS-GLB-TABLE-ENTRIES.
       5800-EXIT.
           EXIT.

       5850-MATCH-ONE-GL-BALANCE.
           ADD 1 TO WS-SCAN-SUB
           IF WS-GLB-ACCOUNT (WS-SCAN-SUB) = WS-FIND-GL-ACCOUNT
               AND WS-GLB-CURRENCY (WS-SCAN-SUB) = WS-FIND-CURRENCY
               MOVE WS-SCAN-SUB TO WS-HIT-SUB
           END-IF.
       5850-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-RAISE-OPERATOR-ALERT - a ledger that disagrees with
      * its subledger needs a human before anything more is
      * booked; put it where the overnight operator looks.
      *-----------------------------------------------------------*
       8200-RAISE-OPERATOR-ALERT.
           OPEN EXTEND OPERATOR-ALERT
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT OPERATOR-ALERT
           END-IF
           SET OPA-SEV-HIGH TO TRUE
           MOVE 'SLPROOF ' TO OPA-SOURCE-PROGRAM
           MOVE WS-VERDICT-LINE TO OPA-MESSAGE
           MOVE WS-TODAY-DATE TO OPA-TIMESTAMP(1:8)
           ACCEPT OPA-TIMESTAMP(9:6) FROM TIME
           SET OPA-UNACKNOWLEDGED TO TRUE
           MOVE SPACES TO OPA-ACKED-BY
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - the verdict.  Anything out of proof, or a
      * proof that could not be completed, fails the step.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RP-OK
               MOVE WS-PROVED-COUNT TO WS-TL-PROVED
               MOVE WS-OUT-COUNT TO WS-TL-OUT
               MOVE WS-TOLERANCE TO WS-TL-TOLERANCE
               WRITE PROOF-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           EVALUATE TRUE
               WHEN WS-PROOF-ABORTED
                   MOVE 'SUBLEDGER PROOF COULD NOT BE COMPLETED'
                       TO WS-VERDICT-LINE
               WHEN WS-OUT-COUNT > ZERO
                   MOVE 'SUBLEDGER OUT OF PROOF WITH THE GL'
                       TO WS-VERDICT-LINE
                   MOVE 20 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'SUBLEDGER IN PROOF WITH THE GL'
                       TO WS-VERDICT-LINE
           END-EVALUATE
           IF WS-RP-OK
               WRITE PROOF-REPORT-LINE FROM WS-VERDICT-LINE
           END-IF
           DISPLAY WS-VERDICT-LINE
           IF WS-UNMAPPED-COUNT > ZERO
               DISPLAY 'CATEGORIES WITHOUT A CONTROL ACCOUNT: '
                   WS-UNMAPPED-COUNT
           END-IF
           IF RETURN-CODE NOT = ZERO
               PERFORM 8200-RAISE-OPERATOR-ALERT THRU 8200-EXIT
           END-IF
           CLOSE BALANCE-HISTORY
           CLOSE ACCOUNT-MASTER
           CLOSE PROOF-REPORT.
       9000-EXIT.
           EXIT.
