      *-----------------------------------------------------------*
      * PROGRAM:      RTNDRPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Branch repeat-return report.  Reads the chargeback log
      * RTNDLOAD appends to (CHGBACK.CPY) and lists, branch by
      * branch, every depositor who has had deposited items
      * returned unpaid more than once lately - the accounts a
      * branch should be talking to about what they deposit, or
      * putting longer holds on.
      *
      * The window and the count come off the RTNPARM card: a
      * depositor with at least RTP-REPEAT-COUNT chargebacks
      * dated within RTP-LOOKBACK-DAYS of the business date is
      * listed, with the count, the total charged back, and the
      * latest return.  No card takes 90 days and two returns.
      * Chargebacks are counted under the branch that owned the
      * account when they were taken.  The BRPARM card selects a
      * single branch as it does for the other branch reports.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTNDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGEBACK-LOG ASSIGN TO "CHGBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT RETURN-PARM ASSIGN TO "RTNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BRANCH-PARM ASSIGN TO "BRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT SORT-WORK ASSIGN TO "RTNSORT"
               FILE STATUS IS WS-SORT-STATUS.
           SELECT REPEAT-RETURN-REPORT ASSIGN TO "RTNDRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-LOG.
       COPY "chgback.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  BRANCH-MASTER.
       COPY "brnchmst.cpy".

       FD  RETURN-PARM.
       COPY "rtnparm.cpy".

       FD  BRANCH-PARM.
       COPY "brparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-BRANCH-CODE          PIC 9(03).
           05  SW-ACCOUNT-ID           PIC 9(07).
           05  SW-RETURN-DATE          PIC 9(08).
           05  SW-AMOUNT               PIC 9(06)V9(02).

       FD  REPEAT-RETURN-REPORT.
       01  REPEAT-RETURN-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHARGEBACK-STATUS     PIC X(02).
           88  WS-CB-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-BRANCH-STATUS         PIC X(02).
           88  WS-BR-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BRANCH-PARM-STATUS    PIC X(02).
           88  WS-BP-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-SORT-STATUS           PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-SORT                 VALUE 'Y'.
       01  WS-BRANCH-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-BRANCHES             VALUE 'Y'.
       01  WS-FIRST-TIME-SW         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD                VALUE 'Y'.
       01  WS-BRANCH-HEADED-SW      PIC X(01) VALUE 'N'.
           88  WS-BRANCH-HEADED               VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 90.
       01  WS-REPEAT-COUNT          PIC 9(02) VALUE 2.
       01  WS-WINDOW-START-INT      PIC 9(07).
       01  WS-WINDOW-START-DATE     PIC 9(08).
       01  WS-BRANCH-SELECT         PIC 9(03) VALUE 999.
       01  WS-CURRENT-BRANCH        PIC 9(03).
       01  WS-CURRENT-ACCOUNT-ID    PIC 9(07).
       01  WS-ACCOUNT-RETURNS       PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNT-AMOUNT        PIC 9(08)V9(02) VALUE ZERO.
       01  WS-LATEST-RETURN         PIC 9(08) VALUE ZERO.
       01  WS-BRANCH-DEPOSITORS     PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-DEPOSITORS      PIC 9(05) VALUE ZERO.
       01  WS-SUB                   PIC 9(03).
       01  WS-BRANCH-TABLE-ENTRIES  PIC 9(03) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BRT-CODE         PIC 9(03).
               10  WS-BRT-NAME         PIC X(30).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(25) VALUE
               'REPEAT RETURNED DEPOSITS '.
           05  WS-RH-START          PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  WS-RH-END            PIC 9(08).
           05  FILLER               PIC X(11) VALUE ', AT LEAST '.
           05  WS-RH-COUNT          PIC Z9.
       01  WS-BRANCH-HEADER.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-BH-BRANCH         PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BH-NAME           PIC X(30).
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-HOLDER         PIC X(25).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-RETURNS        PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-LATEST         PIC 9(08).
       01  WS-BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
               '  REPEAT DEPOSITORS:    '.
           05  WS-BT-DEPOSITORS     PIC ZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
               'ALL BRANCHES REPEATERS: '.
           05  WS-TL-DEPOSITORS     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-END-OF-SORT
               SORT SORT-WORK
                   ON ASCENDING KEY SW-BRANCH-CODE SW-ACCOUNT-ID
                       SW-RETURN-DATE
                   INPUT PROCEDURE IS 2000-LOAD-SORT-WORK
                   OUTPUT PROCEDURE IS 3000-REPORT-BY-BRANCH
               PERFORM 3950-WRITE-TOTAL-LINE THRU 3950-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no chargeback log means no deposit has
      * ever been returned, and the report says so.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1100-READ-RETURN-PARM THRU 1100-EXIT
           PERFORM 1200-READ-BRANCH-SELECTION THRU 1200-EXIT
           PERFORM 1400-LOAD-BRANCH-TABLE THRU 1400-EXIT
           OPEN INPUT CHARGEBACK-LOG
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT REPEAT-RETURN-REPORT
           IF NOT WS-AF-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN REPEAT RETURN REPORT FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-SORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           COMPUTE WS-WINDOW-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-WINDOW-START-DATE =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-START-INT)
           MOVE WS-WINDOW-START-DATE TO WS-RH-START
           MOVE WS-TODAY-DATE TO WS-RH-END
           MOVE WS-REPEAT-COUNT TO WS-RH-COUNT
           WRITE REPEAT-RETURN-LINE FROM WS-REPORT-HEADER
           IF NOT WS-CB-OK
               MOVE 'NO RETURNED DEPOSITS ON FILE'
                   TO REPEAT-RETURN-LINE
               WRITE REPEAT-RETURN-LINE
               SET WS-END-OF-SORT TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-RETURN-PARM - the window and the repeat count;
      * a missing card or a zero field keeps the default.
      *-----------------------------------------------------------*
       1100-READ-RETURN-PARM.
           OPEN INPUT RETURN-PARM
           IF WS-PM-OK
               READ RETURN-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RTP-LOOKBACK-DAYS IS NUMERIC
                           AND RTP-LOOKBACK-DAYS > ZERO
                           MOVE RTP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
                       END-IF
                       IF RTP-REPEAT-COUNT IS NUMERIC
                           AND RTP-REPEAT-COUNT > ZERO
                           MOVE RTP-REPEAT-COUNT TO WS-REPEAT-COUNT
                       END-IF
               END-READ
               CLOSE RETURN-PARM
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-BRANCH-SELECTION - the BRPARM card; no card, or
      * branch 999, reports every branch.
      *-----------------------------------------------------------*
       1200-READ-BRANCH-SELECTION.
           OPEN INPUT BRANCH-PARM
           IF WS-BP-OK
               READ BRANCH-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BRP-BRANCH-CODE TO WS-BRANCH-SELECT
               END-READ
               CLOSE BRANCH-PARM
           END-IF.
       1200-EXIT.
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
      * 1400-LOAD-BRANCH-TABLE - the branch names for the
      * headings; a missing table just leaves branches unnamed.
      *-----------------------------------------------------------*
       1400-LOAD-BRANCH-TABLE.
           OPEN INPUT BRANCH-MASTER
           IF NOT WS-BR-OK
               SET WS-END-OF-BRANCHES TO TRUE
               GO TO 1400-EXIT
           END-IF
           PERFORM 1450-LOAD-ONE-BRANCH THRU 1450-EXIT
               UNTIL WS-END-OF-BRANCHES
           CLOSE BRANCH-MASTER.
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-BRANCH.
           READ BRANCH-MASTER
               AT END
                   SET WS-END-OF-BRANCHES TO TRUE
               NOT AT END
                   IF WS-BRANCH-TABLE-ENTRIES < 50
                       ADD 1 TO WS-BRANCH-TABLE-ENTRIES
                       MOVE WS-BRANCH-TABLE-ENTRIES TO WS-SUB
                       MOVE BRN-BRANCH-CODE TO
                           WS-BRT-CODE (WS-SUB)
                       MOVE BRN-BRANCH-NAME TO
                           WS-BRT-NAME (WS-SUB)
                   END-IF
           END-READ.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-SORT-WORK - feed every chargeback inside the
      * window, for the selected branch, to the sort.
      *-----------------------------------------------------------*
       2000-LOAD-SORT-WORK.
           PERFORM 2100-READ-AND-RELEASE THRU 2100-EXIT
               UNTIL WS-END-OF-SORT.

       2100-READ-AND-RELEASE.
           READ CHARGEBACK-LOG
               AT END
                   SET WS-END-OF-SORT TO TRUE
               NOT AT END
                   IF CBK-RETURN-DATE NOT < WS-WINDOW-START-DATE
                       AND CBK-RETURN-DATE NOT > WS-TODAY-DATE
                       AND (WS-BRANCH-SELECT = 999
                           OR CBK-BRANCH-CODE = WS-BRANCH-SELECT)
                       MOVE CBK-BRANCH-CODE TO SW-BRANCH-CODE
                       MOVE CBK-ACCOUNT-ID TO SW-ACCOUNT-ID
                       MOVE CBK-RETURN-DATE TO SW-RETURN-DATE
                       MOVE CBK-AMOUNT TO SW-AMOUNT
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPORT-BY-BRANCH - count each depositor's returns,
      * judge the account at its break, and close off each
      * branch that listed anyone with its own total.
      *-----------------------------------------------------------*
       3000-REPORT-BY-BRANCH.
           MOVE 'N' TO WS-EOF-SW
           MOVE 'Y' TO WS-FIRST-TIME-SW
           PERFORM 3100-RETURN-AND-COUNT THRU 3100-EXIT
               UNTIL WS-END-OF-SORT
           IF NOT WS-FIRST-RECORD
               PERFORM 3200-JUDGE-ONE-DEPOSITOR THRU 3200-EXIT
               PERFORM 3400-CLOSE-BRANCH THRU 3400-EXIT
           END-IF.

       3100-RETURN-AND-COUNT.
           RETURN SORT-WORK
               AT END
                   SET WS-END-OF-SORT TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-TIME-SW
               MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH
               PERFORM 3050-START-DEPOSITOR THRU 3050-EXIT
           END-IF
           IF SW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
               PERFORM 3200-JUDGE-ONE-DEPOSITOR THRU 3200-EXIT
               PERFORM 3400-CLOSE-BRANCH THRU 3400-EXIT
               MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH
               PERFORM 3050-START-DEPOSITOR THRU 3050-EXIT
           END-IF
           IF SW-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
               PERFORM 3200-JUDGE-ONE-DEPOSITOR THRU 3200-EXIT
               PERFORM 3050-START-DEPOSITOR THRU 3050-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNT-RETURNS
           ADD SW-AMOUNT TO WS-ACCOUNT-AMOUNT
           MOVE SW-RETURN-DATE TO WS-LATEST-RETURN.
       3100-EXIT.
           EXIT.

       3050-START-DEPOSITOR.
           MOVE SW-ACCOUNT-ID TO WS-CURRENT-ACCOUNT-ID
           MOVE ZERO TO WS-ACCOUNT-RETURNS
           MOVE ZERO TO WS-ACCOUNT-AMOUNT
           MOVE ZERO TO WS-LATEST-RETURN.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-JUDGE-ONE-DEPOSITOR - list the depositor when the
      * window holds at least the repeat count of returns; the
      * branch heading goes out ahead of its first listing.
      *-----------------------------------------------------------*
       3200-JUDGE-ONE-DEPOSITOR.
           IF WS-ACCOUNT-RETURNS < WS-REPEAT-COUNT
               GO TO 3200-EXIT
           END-IF
           IF NOT WS-BRANCH-HEADED
               PERFORM 3300-WRITE-BRANCH-HEADER THRU 3300-EXIT
           END-IF
           MOVE WS-CURRENT-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE WS-CURRENT-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'NOT ON ACCOUNT MASTER' TO WS-DL-HOLDER
               NOT INVALID KEY
                   MOVE ACCT-ACCOUNT-HOLDER (1:25) TO WS-DL-HOLDER
           END-READ
           MOVE WS-ACCOUNT-RETURNS TO WS-DL-RETURNS
           MOVE WS-ACCOUNT-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-LATEST-RETURN TO WS-DL-LATEST
           WRITE REPEAT-RETURN-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-BRANCH-DEPOSITORS
           ADD 1 TO WS-TOTAL-DEPOSITORS.
       3200-EXIT.
           EXIT.

       3300-WRITE-BRANCH-HEADER.
           MOVE WS-CURRENT-BRANCH TO WS-BH-BRANCH
           MOVE SPACES TO WS-BH-NAME
           MOVE ZERO TO WS-SUB
           PERFORM 3350-NAME-ONE-BRANCH THRU 3350-EXIT
               UNTIL WS-SUB = WS-BRANCH-TABLE-ENTRIES
           MOVE SPACES TO REPEAT-RETURN-LINE
           WRITE REPEAT-RETURN-LINE
           WRITE REPEAT-RETURN-LINE FROM WS-BRANCH-HEADER
           SET WS-BRANCH-HEADED TO TRUE.
       3300-EXIT.
           EXIT.

       3350-NAME-ONE-BRANCH.
           ADD 1 TO WS-SUB
           IF WS-BRT-CODE (WS-SUB) = WS-CURRENT-BRANCH
               MOVE WS-BRT-NAME (WS-SUB) TO WS-BH-NAME
           END-IF.
       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-CLOSE-BRANCH - a branch with nobody listed prints
      * nothing at all.
      *-----------------------------------------------------------*
       3400-CLOSE-BRANCH.
           IF WS-BRANCH-HEADED
               MOVE WS-BRANCH-DEPOSITORS TO WS-BT-DEPOSITORS
               WRITE REPEAT-RETURN-LINE FROM WS-BRANCH-TOTAL-LINE
           END-IF
           MOVE ZERO TO WS-BRANCH-DEPOSITORS
           MOVE 'N' TO WS-BRANCH-HEADED-SW.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3950-WRITE-TOTAL-LINE
      *-----------------------------------------------------------*
       3950-WRITE-TOTAL-LINE.
           MOVE SPACES TO REPEAT-RETURN-LINE
           WRITE REPEAT-RETURN-LINE
           MOVE WS-TOTAL-DEPOSITORS TO WS-TL-DEPOSITORS
           WRITE REPEAT-RETURN-LINE FROM WS-TOTAL-LINE.
       3950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'REPEAT RETURN DEPOSITORS: ' WS-TOTAL-DEPOSITORS
           CLOSE CHARGEBACK-LOG
           CLOSE ACCOUNT-MASTER
           CLOSE REPEAT-RETURN-REPORT.
       9000-EXIT.
           EXIT.
