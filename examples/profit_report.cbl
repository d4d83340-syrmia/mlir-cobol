      *-----------------------------------------------------------*
      * PROGRAM:      PROFRPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Monthly branch and product profitability.  For the month
      * on the BUSDATE card and the month before it, every
      * branch (ACCT-BRANCH-CODE) and product (ACCT-PRODUCT-CODE)
      * is credited or charged with:
      *
      *   - interest paid on deposits: the IN entries INTCAP
      *     capitalizes, as posted on the POSTING-LOG;
      *   - interest earned on loans: the interest part of every
      *     amortization row LOANPAY marked paid in the month;
      *   - fee income: the FE entries posted on the POSTING-LOG;
      *   - funds-transfer pricing: the month's average balance
      *     off the EODSNAP history, priced at the rate the index
      *     on the PROFPARM card stood at on the RATEIDX table at
      *     the end of the month - a credit for the funds a
      *     deposit book brings in, a charge for overdrawn
      *     balances using them.  Loan accounts' own balances are
      *     left out; they are not deposits.
      *
      * Net contribution is loan interest, fees and the transfer
      * pricing less the interest paid.  Each branch and product
      * shows the month, the month before, and the movement
      * between them, with a total for the branch and for the
      * bank.
      *
      * A month's average balance is the sum of the month's
      * snapshots over the number of days snapshotted - EODSNAP
      * writes every account every night, quiet ones carried
      * forward - and the charge runs over the calendar days of
      * the month on a 365-day year.
      *
      * Each item found is released to the sort under its branch
      * and product, the account looked up on the master, and the
      * figures are built back up in branch and product order on
      * the way out.  Without a PROFPARM card, or with an index
      * not on the table, the report is produced without transfer
      * pricing and the run ends with return code 4.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-LOG-STATUS.
           SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALHIST-STATUS.
           SELECT AMORT-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT RATE-INDEX-FILE ASSIGN TO "RATEIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT PROFIT-PARM ASSIGN TO "PROFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO "PROFSORT"
               FILE STATUS IS WS-SORT-STATUS.
           SELECT PROFIT-REPORT ASSIGN TO "PROFRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  POSTING-LOG.
       COPY "postlog.cpy".

       FD  BALANCE-HISTORY.
       COPY "balhist.cpy".

       FD  AMORT-SCHEDULE.
       COPY "loansched.cpy".

       FD  RATE-INDEX-FILE.
       COPY "rateidx.cpy".

       FD  PROFIT-PARM.
       COPY "profparm.cpy".

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-BRANCH-CODE          PIC 9(03).
           05  SW-PRODUCT-CODE         PIC X(04).
           05  SW-MONTH                PIC 9(01).
           05  SW-MEASURE              PIC X(01).
               88  SW-INTEREST-PAID              VALUE 'P'.
               88  SW-LOAN-INTEREST              VALUE 'L'.
               88  SW-FEE-INCOME                 VALUE 'F'.
               88  SW-SNAPSHOT-BALANCE           VALUE 'B'.
           05  SW-AMOUNT               PIC S9(11)V9(02).

       FD  PROFIT-REPORT.
       01  PROFIT-REPORT-LINE          PIC X(132).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PLG-OK                      VALUE '00'.
       01  WS-BALHIST-STATUS        PIC X(02).
           88  WS-BH-OK                       VALUE '00'.
       01  WS-SCHEDULE-STATUS       PIC X(02).
           88  WS-SCH-OK                      VALUE '00'.
       01  WS-INDEX-STATUS          PIC X(02).
           88  WS-IX-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PP-OK                       VALUE '00'.
       01  WS-SORT-STATUS           PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-SCHEDULE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-SCHEDULE-OPEN               VALUE 'Y'.
       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOG                  VALUE 'Y'.
       01  WS-SNAP-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-SNAPSHOTS            VALUE 'Y'.
       01  WS-SCHED-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-SCHEDULE             VALUE 'Y'.
       01  WS-INDEX-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-INDEX                VALUE 'Y'.
       01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-SORT                 VALUE 'Y'.
       01  WS-FIRST-TIME-SW         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RETURN                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CUR-PERIOD            PIC 9(06).
       01  WS-PRI-PERIOD            PIC 9(06).
       01  WS-WORK-YEAR             PIC 9(04).
       01  WS-WORK-MONTH            PIC 9(02).
       01  WS-WORK-DATE             PIC 9(08).
       01  WS-NEXT-MONTH-DATE       PIC 9(08).
       01  WS-SUB                   PIC 9(01).
       01  WS-DAY                   PIC 9(02).
       01  WS-FTP-INDEX-CODE        PIC X(04) VALUE SPACES.

      *-----------------------------------------------------------*
      * The two months reported - 1 the month on the card, 2 the
      * month before - with the days snapshotted in each (one
      * byte per day of the month), the calendar days, and the
      * transfer-pricing rate found for each.
      *-----------------------------------------------------------*
       01  WS-MONTH-TABLE.
           05  WS-MONTH-ENTRY OCCURS 2 TIMES.
               10  WS-MON-PERIOD       PIC 9(06).
               10  WS-MON-DAYS-SEEN    PIC X(31).
               10  WS-MON-SNAP-DAYS    PIC 9(02).
               10  WS-MON-CALENDAR-DAYS
                                       PIC 9(02).
               10  WS-MON-FTP-RATE     PIC 9V9(04).
               10  WS-MON-RATE-DATE    PIC 9(08).

      *-----------------------------------------------------------*
      * The account last looked up, so a run of one account's
      * items costs one master read.
      *-----------------------------------------------------------*
       01  WS-LOOKUP-ACCOUNT-ID     PIC 9(07) VALUE ZERO.
       01  WS-LAST-ACCOUNT-ID       PIC 9(07) VALUE ZERO.
       01  WS-LOOKUP-BRANCH         PIC 9(03) VALUE ZERO.
       01  WS-LOOKUP-PRODUCT        PIC X(04) VALUE 'UNKN'.
       01  WS-LOOKUP-CATEGORY       PIC X(02) VALUE SPACES.

      *-----------------------------------------------------------*
      * Figures for one branch and product, for its branch, and
      * for the bank - each held for the two months.
      *-----------------------------------------------------------*
       01  WS-CURRENT-BRANCH        PIC 9(03).
       01  WS-CURRENT-PRODUCT       PIC X(04).
       01  WS-GROUP-FIGURES.
           05  WS-GRP-MONTH OCCURS 2 TIMES.
               10  WS-GRP-INT-PAID     PIC 9(11)V9(02).
               10  WS-GRP-LOAN-INT     PIC 9(11)V9(02).
               10  WS-GRP-FEES         PIC 9(11)V9(02).
               10  WS-GRP-BAL-TOTAL    PIC S9(15)V9(02).
               10  WS-GRP-AVG-BAL      PIC S9(13)V9(02).
               10  WS-GRP-FTP          PIC S9(11)V9(02).
               10  WS-GRP-NET          PIC S9(11)V9(02).
       01  WS-BRANCH-FIGURES.
           05  WS-BRF-MONTH OCCURS 2 TIMES.
               10  WS-BRF-INT-PAID     PIC 9(11)V9(02).
               10  WS-BRF-LOAN-INT     PIC 9(11)V9(02).
               10  WS-BRF-FEES         PIC 9(11)V9(02).
               10  WS-BRF-BAL-TOTAL    PIC S9(15)V9(02).
               10  WS-BRF-AVG-BAL      PIC S9(13)V9(02).
               10  WS-BRF-FTP          PIC S9(11)V9(02).
               10  WS-BRF-NET          PIC S9(11)V9(02).
       01  WS-BANK-FIGURES.
           05  WS-BKF-MONTH OCCURS 2 TIMES.
               10  WS-BKF-INT-PAID     PIC 9(11)V9(02).
               10  WS-BKF-LOAN-INT     PIC 9(11)V9(02).
               10  WS-BKF-FEES         PIC 9(11)V9(02).
               10  WS-BKF-BAL-TOTAL    PIC S9(15)V9(02).
               10  WS-BKF-AVG-BAL      PIC S9(13)V9(02).
               10  WS-BKF-FTP          PIC S9(11)V9(02).
               10  WS-BKF-NET          PIC S9(11)V9(02).
       01  WS-PRINT-FIGURES.
           05  WS-PRT-MONTH OCCURS 2 TIMES.
               10  WS-PRT-INT-PAID     PIC 9(11)V9(02).
               10  WS-PRT-LOAN-INT     PIC 9(11)V9(02).
               10  WS-PRT-FEES         PIC 9(11)V9(02).
               10  WS-PRT-BAL-TOTAL    PIC S9(15)V9(02).
               10  WS-PRT-AVG-BAL      PIC S9(13)V9(02).
               10  WS-PRT-FTP          PIC S9(11)V9(02).
               10  WS-PRT-NET          PIC S9(11)V9(02).
       01  WS-GROUPS-REPORTED       PIC 9(05) VALUE ZERO.

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(38) VALUE
               'BRANCH AND PRODUCT PROFITABILITY FOR  '.
           05  WS-RH-PERIOD         PIC 9(06).
           05  FILLER               PIC X(04) VALUE ' VS '.
           05  WS-RH-PRIOR          PIC 9(06).
       01  WS-RATE-LINE.
           05  FILLER               PIC X(24) VALUE
               'TRANSFER PRICING INDEX  '.
           05  WS-RL-INDEX          PIC X(04).
           05  FILLER               PIC X(08) VALUE '  RATE  '.
           05  WS-RL-CURRENT        PIC 9.9999.
           05  FILLER               PIC X(03) VALUE ' / '.
           05  WS-RL-PRIOR          PIC 9.9999.
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(15) VALUE
               'BR  PROD MONTH '.
           05  FILLER               PIC X(19) VALUE
               '      INTEREST PAID'.
           05  FILLER               PIC X(19) VALUE
               '      LOAN INTEREST'.
           05  FILLER               PIC X(19) VALUE
               '         FEE INCOME'.
           05  FILLER               PIC X(19) VALUE
               '    AVERAGE BALANCE'.
           05  FILLER               PIC X(19) VALUE
               '   TRANSFER PRICING'.
           05  FILLER               PIC X(19) VALUE
               '   NET CONTRIBUTION'.
       01  WS-FIGURE-LINE.
           05  WS-FL-BRANCH         PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-FL-PRODUCT        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-FL-MONTH          PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-FL-INT-PAID       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-FL-LOAN-INT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-FL-FEES           PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-FL-AVG-BAL        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-FL-FTP            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-FL-NET            PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-MOVEMENT              PIC S9(13)V9(02).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               SORT SORT-WORK
                   ON ASCENDING KEY SW-BRANCH-CODE SW-PRODUCT-CODE
                   INPUT PROCEDURE IS 2000-LOAD-SORT-WORK
                   OUTPUT PROCEDURE IS 3000-PRODUCE-REPORT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the reporting month off the BUSDATE
      * card and the month before it, each month's calendar days,
      * and the transfer-pricing rate for each.
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
           MOVE WS-TODAY-DATE(1:6) TO WS-CUR-PERIOD
           MOVE WS-CUR-PERIOD(1:4) TO WS-WORK-YEAR
           MOVE WS-CUR-PERIOD(5:2) TO WS-WORK-MONTH
           IF WS-WORK-MONTH = 1
               SUBTRACT 1 FROM WS-WORK-YEAR
               MOVE 12 TO WS-WORK-MONTH
           ELSE
               SUBTRACT 1 FROM WS-WORK-MONTH
           END-IF
           COMPUTE WS-PRI-PERIOD =
               WS-WORK-YEAR * 100 + WS-WORK-MONTH
           MOVE WS-CUR-PERIOD TO WS-MON-PERIOD (1)
           MOVE WS-PRI-PERIOD TO WS-MON-PERIOD (2)
           MOVE ZERO TO WS-SUB
           PERFORM 1100-SET-UP-ONE-MONTH THRU 1100-EXIT
               UNTIL WS-SUB = 2
           PERFORM 1200-LOAD-FTP-RATES THRU 1200-EXIT
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT POSTING-LOG
           OPEN INPUT BALANCE-HISTORY
           IF NOT WS-AF-OK OR NOT WS-PLG-OK OR NOT WS-BH-OK
               DISPLAY 'UNABLE TO OPEN PROFITABILITY REPORT FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT AMORT-SCHEDULE
           IF WS-SCH-OK
               SET WS-SCHEDULE-OPEN TO TRUE
           ELSE
               DISPLAY 'NO LOAN SCHEDULE - NO LOAN INTEREST REPORTED'
           END-IF
           OPEN OUTPUT PROFIT-REPORT
           MOVE WS-CUR-PERIOD TO WS-RH-PERIOD
           MOVE WS-PRI-PERIOD TO WS-RH-PRIOR
           WRITE PROFIT-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE WS-FTP-INDEX-CODE TO WS-RL-INDEX
           MOVE WS-MON-FTP-RATE (1) TO WS-RL-CURRENT
           MOVE WS-MON-FTP-RATE (2) TO WS-RL-PRIOR
           WRITE PROFIT-REPORT-LINE FROM WS-RATE-LINE
           WRITE PROFIT-REPORT-LINE FROM WS-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-SET-UP-ONE-MONTH - the calendar days are the gap
      * from the first of the month to the first of the next.
      *-----------------------------------------------------------*
       1100-SET-UP-ONE-MONTH.
           ADD 1 TO WS-SUB
           MOVE SPACES TO WS-MON-DAYS-SEEN (WS-SUB)
           MOVE ZERO TO WS-MON-SNAP-DAYS (WS-SUB)
           MOVE ZERO TO WS-MON-FTP-RATE (WS-SUB)
           MOVE ZERO TO WS-MON-RATE-DATE (WS-SUB)
           COMPUTE WS-WORK-DATE = WS-MON-PERIOD (WS-SUB) * 100 + 1
           MOVE WS-MON-PERIOD (WS-SUB)(1:4) TO WS-WORK-YEAR
           MOVE WS-MON-PERIOD (WS-SUB)(5:2) TO WS-WORK-MONTH
           IF WS-WORK-MONTH = 12
               ADD 1 TO WS-WORK-YEAR
               MOVE 1 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF
           COMPUTE WS-NEXT-MONTH-DATE =
               WS-WORK-YEAR * 10000 + WS-WORK-MONTH * 100 + 1
           COMPUTE WS-MON-CALENDAR-DAYS (WS-SUB) =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-FTP-RATES - for each month, the newest RATEIDX
      * row for the card's index effective by the month's end.
      *-----------------------------------------------------------*
       1200-LOAD-FTP-RATES.
           OPEN INPUT PROFIT-PARM
           IF WS-PP-OK
               READ PROFIT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PFP-FTP-INDEX-CODE TO WS-FTP-INDEX-CODE
               END-READ
               CLOSE PROFIT-PARM
           END-IF
           IF WS-FTP-INDEX-CODE = SPACES
               DISPLAY 'NO PROFPARM CARD - TRANSFER PRICING NOT '
                   'APPLIED'
               MOVE 4 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           OPEN INPUT RATE-INDEX-FILE
           IF NOT WS-IX-OK
               DISPLAY 'NO RATE INDEX TABLE - TRANSFER PRICING NOT '
                   'APPLIED'
               MOVE 4 TO RETURN-CODE
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-CHECK-ONE-INDEX-ROW THRU 1250-EXIT
               UNTIL WS-END-OF-INDEX
           CLOSE RATE-INDEX-FILE
           IF WS-MON-RATE-DATE (1) = ZERO
               OR WS-MON-RATE-DATE (2) = ZERO
               DISPLAY 'INDEX ' WS-FTP-INDEX-CODE
                   ' NOT ON TABLE FOR BOTH MONTHS - TRANSFER '
                   'PRICING INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           END-IF.
       1200-EXIT.
           EXIT.

       1250-CHECK-ONE-INDEX-ROW.
           READ RATE-INDEX-FILE
               AT END
                   SET WS-END-OF-INDEX TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF RIX-INDEX-CODE NOT = WS-FTP-INDEX-CODE
               GO TO 1250-EXIT
           END-IF
           MOVE ZERO TO WS-SUB
           PERFORM 1260-RATE-ONE-MONTH THRU 1260-EXIT
               UNTIL WS-SUB = 2.
       1250-EXIT.
           EXIT.

       1260-RATE-ONE-MONTH.
           ADD 1 TO WS-SUB
           IF RIX-EFFECTIVE-DATE(1:6) NOT > WS-MON-PERIOD (WS-SUB)
               AND RIX-EFFECTIVE-DATE NOT < WS-MON-RATE-DATE (WS-SUB)
               MOVE RIX-EFFECTIVE-DATE TO WS-MON-RATE-DATE (WS-SUB)
               MOVE RIX-RATE TO WS-MON-FTP-RATE (WS-SUB)
           END-IF.
       1260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-SORT-WORK - every item in the two months off
      * the posting log, the loan schedule and the snapshot
      * history, each under its account's branch and product.
      *-----------------------------------------------------------*
       2000-LOAD-SORT-WORK.
           PERFORM 2100-RELEASE-POSTINGS THRU 2100-EXIT
               UNTIL WS-END-OF-LOG
           IF WS-SCHEDULE-OPEN
               PERFORM 2200-RELEASE-LOAN-INTEREST THRU 2200-EXIT
                   UNTIL WS-END-OF-SCHEDULE
           END-IF
           PERFORM 2300-RELEASE-SNAPSHOTS THRU 2300-EXIT
               UNTIL WS-END-OF-SNAPSHOTS
           MOVE ZERO TO WS-SUB
           PERFORM 2400-COUNT-SNAPSHOT-DAYS THRU 2400-EXIT
               UNTIL WS-SUB = 2.

      *-----------------------------------------------------------*
      * 2100-RELEASE-POSTINGS - posted IN (interest paid) and FE
      * (fee income) entries.
      *-----------------------------------------------------------*
       2100-RELEASE-POSTINGS.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-LOG TO TRUE
                   GO TO 2100-EXIT
           END-READ
           CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
           IF PLG-RESULT NOT = 'POSTED  '
               GO TO 2100-EXIT
           END-IF
           IF PLG-TRAN-TYPE NOT = 'IN' AND PLG-TRAN-TYPE NOT = 'FE'
               GO TO 2100-EXIT
           END-IF
           EVALUATE TRUE
               WHEN PLG-POST-DATE(1:6) = WS-CUR-PERIOD
                   MOVE 1 TO SW-MONTH
               WHEN PLG-POST-DATE(1:6) = WS-PRI-PERIOD
                   MOVE 2 TO SW-MONTH
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE
           MOVE PLG-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
           PERFORM 2900-LOOK-UP-ACCOUNT THRU 2900-EXIT
           IF PLG-TRAN-TYPE = 'IN'
               SET SW-INTEREST-PAID TO TRUE
           ELSE
               SET SW-FEE-INCOME TO TRUE
           END-IF
           MOVE PLG-AMOUNT TO SW-AMOUNT
           RELEASE SORT-WORK-RECORD.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-RELEASE-LOAN-INTEREST - the interest part of each
      * schedule row paid in either month.
      *-----------------------------------------------------------*
       2200-RELEASE-LOAN-INTEREST.
           READ AMORT-SCHEDULE NEXT RECORD
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF NOT AMS-PAID
               GO TO 2200-EXIT
           END-IF
           EVALUATE TRUE
               WHEN AMS-PAID-DATE(1:6) = WS-CUR-PERIOD
                   MOVE 1 TO SW-MONTH
               WHEN AMS-PAID-DATE(1:6) = WS-PRI-PERIOD
                   MOVE 2 TO SW-MONTH
               WHEN OTHER
                   GO TO 2200-EXIT
           END-EVALUATE
           MOVE AMS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
           PERFORM 2900-LOOK-UP-ACCOUNT THRU 2900-EXIT
           SET SW-LOAN-INTEREST TO TRUE
           MOVE AMS-INTEREST-PART TO SW-AMOUNT
           RELEASE SORT-WORK-RECORD.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-RELEASE-SNAPSHOTS - every deposit account's closing
      * balance each night of either month, the night marked
      * against its month.
      *-----------------------------------------------------------*
       2300-RELEASE-SNAPSHOTS.
           READ BALANCE-HISTORY
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
                   GO TO 2300-EXIT
           END-READ
           CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD RETURN-CODE
           EVALUATE TRUE
               WHEN BHS-SNAPSHOT-DATE(1:6) = WS-CUR-PERIOD
                   MOVE 1 TO SW-MONTH
               WHEN BHS-SNAPSHOT-DATE(1:6) = WS-PRI-PERIOD
                   MOVE 2 TO SW-MONTH
               WHEN OTHER
                   GO TO 2300-EXIT
           END-EVALUATE
           MOVE BHS-SNAPSHOT-DATE(7:2) TO WS-DAY
           MOVE 'Y' TO WS-MON-DAYS-SEEN (SW-MONTH)(WS-DAY:1)
           MOVE BHS-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
           PERFORM 2900-LOOK-UP-ACCOUNT THRU 2900-EXIT
           IF WS-LOOKUP-CATEGORY = 'LN'
               GO TO 2300-EXIT
           END-IF
           SET SW-SNAPSHOT-BALANCE TO TRUE
           MOVE BHS-CLOSING-BALANCE TO SW-AMOUNT
           RELEASE SORT-WORK-RECORD.
       2300-EXIT.
           EXIT.

       2400-COUNT-SNAPSHOT-DAYS.
           ADD 1 TO WS-SUB
           INSPECT WS-MON-DAYS-SEEN (WS-SUB)
               TALLYING WS-MON-SNAP-DAYS (WS-SUB) FOR ALL 'Y'.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-LOOK-UP-ACCOUNT - the branch and product the item
      * is credited to.  An account no longer on the master is
      * reported under branch 000, product UNKN.
      *-----------------------------------------------------------*
       2900-LOOK-UP-ACCOUNT.
           IF WS-LOOKUP-ACCOUNT-ID NOT = WS-LAST-ACCOUNT-ID
               MOVE WS-LOOKUP-ACCOUNT-ID TO WS-LAST-ACCOUNT-ID
               MOVE WS-LOOKUP-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE ZERO TO WS-LOOKUP-BRANCH
                       MOVE 'UNKN' TO WS-LOOKUP-PRODUCT
                       MOVE SPACES TO WS-LOOKUP-CATEGORY
                   NOT INVALID KEY
                       CALL 'ACCTWIDE' USING ACCOUNT-MASTER-RECORD
                           RETURN-CODE
                       MOVE ACCT-BRANCH-CODE TO WS-LOOKUP-BRANCH
                       MOVE ACCT-PRODUCT-CODE TO WS-LOOKUP-PRODUCT
                       MOVE ACCT-CATEGORY TO WS-LOOKUP-CATEGORY
               END-READ
           END-IF
           MOVE WS-LOOKUP-BRANCH TO SW-BRANCH-CODE
           MOVE WS-LOOKUP-PRODUCT TO SW-PRODUCT-CODE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PRODUCE-REPORT - the items back in branch and
      * product order, a block per product, a total per branch,
      * and the bank's total at the end.
      *-----------------------------------------------------------*
       3000-PRODUCE-REPORT.
           INITIALIZE WS-BANK-FIGURES
           PERFORM 3100-RETURN-AND-ACCUMULATE THRU 3100-EXIT
               UNTIL WS-END-OF-SORT
           IF NOT WS-FIRST-RETURN
               PERFORM 3500-CLOSE-PRODUCT THRU 3500-EXIT
               PERFORM 3600-CLOSE-BRANCH THRU 3600-EXIT
           END-IF
           MOVE WS-BANK-FIGURES TO WS-PRINT-FIGURES
           MOVE 'ALL' TO WS-FL-BRANCH
           MOVE 'ALL ' TO WS-FL-PRODUCT
           PERFORM 7000-PRINT-FIGURES THRU 7000-EXIT.

       3100-RETURN-AND-ACCUMULATE.
           RETURN SORT-WORK
               AT END
                   SET WS-END-OF-SORT TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-FIRST-RETURN
               MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH
               MOVE SW-PRODUCT-CODE TO WS-CURRENT-PRODUCT
               INITIALIZE WS-GROUP-FIGURES
               INITIALIZE WS-BRANCH-FIGURES
               MOVE 'N' TO WS-FIRST-TIME-SW
           END-IF
           IF SW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
               PERFORM 3500-CLOSE-PRODUCT THRU 3500-EXIT
               PERFORM 3600-CLOSE-BRANCH THRU 3600-EXIT
               MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH
               MOVE SW-PRODUCT-CODE TO WS-CURRENT-PRODUCT
               INITIALIZE WS-GROUP-FIGURES
               INITIALIZE WS-BRANCH-FIGURES
           END-IF
           IF SW-PRODUCT-CODE NOT = WS-CURRENT-PRODUCT
               PERFORM 3500-CLOSE-PRODUCT THRU 3500-EXIT
               MOVE SW-PRODUCT-CODE TO WS-CURRENT-PRODUCT
               INITIALIZE WS-GROUP-FIGURES
           END-IF
           MOVE SW-MONTH TO WS-SUB
           EVALUATE TRUE
               WHEN SW-INTEREST-PAID
                   ADD SW-AMOUNT TO WS-GRP-INT-PAID (WS-SUB)
               WHEN SW-LOAN-INTEREST
                   ADD SW-AMOUNT TO WS-GRP-LOAN-INT (WS-SUB)
               WHEN SW-FEE-INCOME
                   ADD SW-AMOUNT TO WS-GRP-FEES (WS-SUB)
               WHEN SW-SNAPSHOT-BALANCE
                   ADD SW-AMOUNT TO WS-GRP-BAL-TOTAL (WS-SUB)
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-CLOSE-PRODUCT - average balance, transfer pricing
      * and net contribution for the branch and product just
      * finished; printed, and added into its branch.
      *-----------------------------------------------------------*
       3500-CLOSE-PRODUCT.
           MOVE ZERO TO WS-SUB
           PERFORM 3550-PRICE-ONE-MONTH THRU 3550-EXIT
               UNTIL WS-SUB = 2
           MOVE WS-GROUP-FIGURES TO WS-PRINT-FIGURES
           MOVE WS-CURRENT-BRANCH TO WS-FL-BRANCH
           MOVE WS-CURRENT-PRODUCT TO WS-FL-PRODUCT
           PERFORM 7000-PRINT-FIGURES THRU 7000-EXIT
           ADD 1 TO WS-GROUPS-REPORTED
           MOVE ZERO TO WS-SUB
           PERFORM 3560-ADD-ONE-MONTH-TO-BRANCH THRU 3560-EXIT
               UNTIL WS-SUB = 2.
       3500-EXIT.
           EXIT.

       3550-PRICE-ONE-MONTH.
           ADD 1 TO WS-SUB
           IF WS-MON-SNAP-DAYS (WS-SUB) > ZERO
               COMPUTE WS-GRP-AVG-BAL (WS-SUB) ROUNDED =
                   WS-GRP-BAL-TOTAL (WS-SUB)
                   / WS-MON-SNAP-DAYS (WS-SUB)
           ELSE
               MOVE ZERO TO WS-GRP-AVG-BAL (WS-SUB)
           END-IF
           COMPUTE WS-GRP-FTP (WS-SUB) ROUNDED =
               WS-GRP-AVG-BAL (WS-SUB) * WS-MON-FTP-RATE (WS-SUB)
               * WS-MON-CALENDAR-DAYS (WS-SUB) / 365
           COMPUTE WS-GRP-NET (WS-SUB) =
               WS-GRP-LOAN-INT (WS-SUB) + WS-GRP-FEES (WS-SUB)
               + WS-GRP-FTP (WS-SUB) - WS-GRP-INT-PAID (WS-SUB).
       3550-EXIT.
           EXIT.

       3560-ADD-ONE-MONTH-TO-BRANCH.
           ADD 1 TO WS-SUB
           ADD WS-GRP-INT-PAID (WS-SUB) TO WS-BRF-INT-PAID (WS-SUB)
           ADD WS-GRP-LOAN-INT (WS-SUB) TO WS-BRF-LOAN-INT (WS-SUB)
           ADD WS-GRP-FEES (WS-SUB) TO WS-BRF-FEES (WS-SUB)
           ADD WS-GRP-AVG-BAL (WS-SUB) TO WS-BRF-AVG-BAL (WS-SUB)
           ADD WS-GRP-FTP (WS-SUB) TO WS-BRF-FTP (WS-SUB)
           ADD WS-GRP-NET (WS-SUB) TO WS-BRF-NET (WS-SUB).
       3560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-CLOSE-BRANCH - the branch's total, printed, and
      * added into the bank's.
      *-----------------------------------------------------------*
       3600-CLOSE-BRANCH.
           MOVE WS-BRANCH-FIGURES TO WS-PRINT-FIGURES
           MOVE WS-CURRENT-BRANCH TO WS-FL-BRANCH
           MOVE 'ALL ' TO WS-FL-PRODUCT
           PERFORM 7000-PRINT-FIGURES THRU 7000-EXIT
           MOVE ZERO TO WS-SUB
           PERFORM 3650-ADD-ONE-MONTH-TO-BANK THRU 3650-EXIT
               UNTIL WS-SUB = 2.
       3600-EXIT.
           EXIT.

       3650-ADD-ONE-MONTH-TO-BANK.
           ADD 1 TO WS-SUB
           ADD WS-BRF-INT-PAID (WS-SUB) TO WS-BKF-INT-PAID (WS-SUB)
           ADD WS-BRF-LOAN-INT (WS-SUB) TO WS-BKF-LOAN-INT (WS-SUB)
           ADD WS-BRF-FEES (WS-SUB) TO WS-BKF-FEES (WS-SUB)
           ADD WS-BRF-AVG-BAL (WS-SUB) TO WS-BKF-AVG-BAL (WS-SUB)
           ADD WS-BRF-FTP (WS-SUB) TO WS-BKF-FTP (WS-SUB)
           ADD WS-BRF-NET (WS-SUB) TO WS-BKF-NET (WS-SUB).
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-PRINT-FIGURES - one block: the month, the month
      * before, and the movement from one to the other.  The
      * branch and product are set by the caller.
      *-----------------------------------------------------------*
       7000-PRINT-FIGURES.
           MOVE WS-MON-PERIOD (1) TO WS-FL-MONTH
           MOVE 1 TO WS-SUB
           PERFORM 7100-MOVE-ONE-MONTH THRU 7100-EXIT
           WRITE PROFIT-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE SPACES TO WS-FL-BRANCH
           MOVE SPACES TO WS-FL-PRODUCT
           MOVE WS-MON-PERIOD (2) TO WS-FL-MONTH
           MOVE 2 TO WS-SUB
           PERFORM 7100-MOVE-ONE-MONTH THRU 7100-EXIT
           WRITE PROFIT-REPORT-LINE FROM WS-FIGURE-LINE
           MOVE 'CHANGE' TO WS-FL-MONTH
           COMPUTE WS-MOVEMENT =
               WS-PRT-INT-PAID (1) - WS-PRT-INT-PAID (2)
           MOVE WS-MOVEMENT TO WS-FL-INT-PAID
           COMPUTE WS-MOVEMENT =
               WS-PRT-LOAN-INT (1) - WS-PRT-LOAN-INT (2)
           MOVE WS-MOVEMENT TO WS-FL-LOAN-INT
           COMPUTE WS-MOVEMENT =
               WS-PRT-FEES (1) - WS-PRT-FEES (2)
           MOVE WS-MOVEMENT TO WS-FL-FEES
           COMPUTE WS-MOVEMENT =
               WS-PRT-AVG-BAL (1) - WS-PRT-AVG-BAL (2)
           MOVE WS-MOVEMENT TO WS-FL-AVG-BAL
           COMPUTE WS-MOVEMENT =
               WS-PRT-FTP (1) - WS-PRT-FTP (2)
           MOVE WS-MOVEMENT TO WS-FL-FTP
           COMPUTE WS-MOVEMENT =
               WS-PRT-NET (1) - WS-PRT-NET (2)
           MOVE WS-MOVEMENT TO WS-FL-NET
           WRITE PROFIT-REPORT-LINE FROM WS-FIGURE-LINE.
       7000-EXIT.
           EXIT.

       7100-MOVE-ONE-MONTH.
           MOVE WS-PRT-INT-PAID (WS-SUB) TO WS-FL-INT-PAID
           MOVE WS-PRT-LOAN-INT (WS-SUB) TO WS-FL-LOAN-INT
           MOVE WS-PRT-FEES (WS-SUB) TO WS-FL-FEES
           MOVE WS-PRT-AVG-BAL (WS-SUB) TO WS-FL-AVG-BAL
           MOVE WS-PRT-FTP (WS-SUB) TO WS-FL-FTP
           MOVE WS-PRT-NET (WS-SUB) TO WS-FL-NET.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OK
               CLOSE ACCOUNT-MASTER
               CLOSE POSTING-LOG
               CLOSE BALANCE-HISTORY
               IF WS-SCHEDULE-OPEN
                   CLOSE AMORT-SCHEDULE
               END-IF
               CLOSE PROFIT-REPORT
               DISPLAY 'BRANCH AND PRODUCT LINES REPORTED: '
                   WS-GROUPS-REPORTED
           END-IF.
       9000-EXIT.
           EXIT.
