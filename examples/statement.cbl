      *                    BUSDATE card every account is selected,
      *                    as before, so a standalone run still
      *                    reports everything.
      *   2026-10-15  RLB  The closing balance is followed by the
      *                    period's credit interest and its debit
      *                    interest charged, each on its own
      *                    line.  Debit interest is the FE on
      *                    channel DI.
      *   2026-10-15  RLB  A cycle night's statements go once.
      *                    The run is checked against the period-
      *                    run ledger (PERRUN) through PERGUARD,
      *                    keyed by business date and branch
      *                    selection, before the report is
      *                    opened, and recorded on it at the end
      *                    with the statement count and activity
      *                    total; a second run is refused unless
      *                    a supervisor's force card names the
      *                    prior run, and even then only once the
      *                    prior statements are withdrawn from
      *                    STMTRPT.OUT.  The report now names its
      *                    cycle date and branch under the period
      *                    line.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; money
      *                    work fields, report columns and line
      *                    lengths widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
           05  SW-UID                  PIC 9(05).
           05  SW-DESC                 PIC X(25).
           05  SW-TRAN-TYPE            PIC X(02).
           05  SW-AMOUNT               PIC 9(11)V9(02).
           05  SW-START-BALANCE        PIC S9(11)V9(02).
           05  SW-END-BALANCE          PIC S9(11)V9(02).
           05  SW-PAIR-UID             PIC 9(05).
           05  SW-CHANNEL              PIC X(02).

       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-LINE       PIC X(90).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".
           88  WS-AF-OK                       VALUE '00'.
       01  WS-SORT-STATUS           PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RPT-OK                      VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-STMT-PARM-STATUS      PIC X(02).
           05  WS-PL-START          PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  WS-PL-END            PIC 9(08).
       01  WS-CYCLE-LINE.
           05  FILLER               PIC X(21) VALUE
               'STATEMENT CYCLE DATE '.
           05  WS-CL-DATE           PIC 9(08).
           05  FILLER               PIC X(08) VALUE ' BRANCH '.
           05  WS-CL-BRANCH         PIC 9(03).
           05  FILLER               PIC X(40) VALUE SPACES.
       COPY "perguard.cpy" REPLACING PERIOD-GUARD-PARM
           BY WS-PERIOD-GUARD-PARM.
       01  WS-STATEMENT-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-STATEMENT-AMOUNT      PIC 9(11)V9(02) VALUE ZERO.
       01  WS-OLD-REPORT-EOF-SW     PIC X(01).
           88  WS-END-OF-OLD-REPORT           VALUE 'Y'.
       01  WS-OLD-REPORT-SW         PIC X(01).
           88  WS-OLD-REPORT-ON-HAND          VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-SORT                 VALUE 'Y'.
       01  WS-FIRST-TIME-SW         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD-FOR-ACCOUNT    VALUE 'Y'.
       01  WS-CURRENT-ACCOUNT-ID    PIC 9(07).
       01  WS-OPENING-BALANCE       PIC S9(11)V9(02).
       01  WS-CLOSING-BALANCE       PIC S9(11)V9(02).
       01  WS-CREDIT-INTEREST       PIC S9(11)V9(02).
       01  WS-DEBIT-INTEREST        PIC S9(11)V9(02).
       01  WS-HEADING-LINE          PIC X(90).
       01  WS-ACCOUNT-LINE.
           05  FILLER               PIC X(16) VALUE
               'ACCOUNT NUMBER: '.
           05  WS-AL-ACCOUNT-HOLDER PIC A(50).
       01  WS-BALANCE-LINE.
           05  WS-BL-LABEL          PIC X(18).
           05  WS-BL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-DETAIL-LINE.
           05  WS-DL-UID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-END-BALANCE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-XFER           PIC X(10).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT PGD-REFUSED
               IF WS-ARCHIVE-WANTED
                   SORT SORT-WORK
                       ON ASCENDING KEY SW-ACCOUNT-ID SW-UID
                       INPUT PROCEDURE IS 2000-LOAD-SORT-WORK
                       OUTPUT PROCEDURE IS 3000-PRODUCE-STATEMENTS
               ELSE
                   PERFORM 5000-PRODUCE-FROM-INDEX THRU 5000-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - a cycle night's statements go once per
      * business date and branch selection; the report is opened
      * only once the run has cleared the period-run guard, so a
      * refused run leaves the statements on hand as they were.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACES TO WS-PERIOD-GUARD-PARM
           PERFORM 1100-READ-REPORTING-PERIOD THRU 1100-EXIT
           PERFORM 1250-READ-BRANCH-SELECTION THRU 1250-EXIT
           IF WS-CYCLING
               MOVE WS-CURRENT-DATE TO WS-CL-DATE
               MOVE WS-BRANCH-SELECT TO WS-CL-BRANCH
               PERFORM 1050-CHECK-PERIOD-RUN THRU 1050-EXIT
               IF PGD-REFUSED
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-EXIT
               END-IF
           END-IF
           OPEN OUTPUT STATEMENT-REPORT
           MOVE 'CUSTOMER ACCOUNT STATEMENTS' TO WS-HEADING-LINE
           WRITE STATEMENT-REPORT-LINE FROM WS-HEADING-LINE
           IF WS-CYCLING
               WRITE STATEMENT-REPORT-LINE FROM WS-PERIOD-LINE
               WRITE STATEMENT-REPORT-LINE FROM WS-CYCLE-LINE
           END-IF
           PERFORM 1200-READ-STATEMENT-MODE THRU 1200-EXIT
           PERFORM 1270-LOAD-STATEMENT-MESSAGES THRU 1270-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1050-CHECK-PERIOD-RUN - PERGUARD refuses a second cycle
      * run for the business date and branch selection unless a
      * supervisor's force card names the prior run, and then the
      * prior run's statements must have been withdrawn first.
      *-----------------------------------------------------------*
       1050-CHECK-PERIOD-RUN.
           MOVE 'ACCTSTMT' TO PGD-PROGRAM-NAME
           MOVE SPACES TO PGD-PERIOD
           STRING WS-CL-DATE WS-CL-BRANCH DELIMITED BY SIZE
               INTO PGD-PERIOD
           MOVE WS-CURRENT-DATE TO PGD-BUSINESS-DATE
           SET PGD-CHECK-PERIOD TO TRUE
           CALL 'PERGUARD' USING WS-PERIOD-GUARD-PARM
           IF PGD-FORCED-RUN
               PERFORM 1060-PROVE-PRIOR-WITHDRAWN THRU 1060-EXIT
           END-IF
           IF PGD-REFUSED
               DISPLAY 'STATEMENT CYCLE REFUSED FOR ' PGD-PERIOD
           END-IF.
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1060-PROVE-PRIOR-WITHDRAWN - statements are backed out by
      * being withdrawn before they print: the prior run's report
      * must be gone from STMTRPT.OUT.  A report still on hand
      * carrying this cycle's date and branch line refuses the
      * rerun; one for another cycle, or none, lets it go.
      *-----------------------------------------------------------*
       1060-PROVE-PRIOR-WITHDRAWN.
           MOVE 'N' TO WS-OLD-REPORT-SW
           OPEN INPUT STATEMENT-REPORT
           IF NOT WS-RPT-OK
               GO TO 1060-EXIT
           END-IF
           MOVE 'N' TO WS-OLD-REPORT-EOF-SW
           PERFORM 1070-READ-OLD-REPORT-LINE THRU 1070-EXIT
               UNTIL WS-END-OF-OLD-REPORT
               OR WS-OLD-REPORT-ON-HAND
           CLOSE STATEMENT-REPORT
           IF WS-OLD-REPORT-ON-HAND
               DISPLAY 'PRIOR RUN STATEMENTS STILL ON HAND - '
                   'WITHDRAW THEM FIRST - RERUN REFUSED'
               SET PGD-REFUSED TO TRUE
           END-IF.
       1060-EXIT.
           EXIT.

       1070-READ-OLD-REPORT-LINE.
           READ STATEMENT-REPORT
               AT END
                   SET WS-END-OF-OLD-REPORT TO TRUE
               NOT AT END
                   IF STATEMENT-REPORT-LINE = WS-CYCLE-LINE
                       SET WS-OLD-REPORT-ON-HAND TO TRUE
                   END-IF
           END-READ.
       1070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-STATEMENT-MODE - mode 'A' on the STMTPARM card
      * sweeps the archive in alongside the live file; no card
                       MOVE BUS-PERIOD-END TO WS-PERIOD-END
                       MOVE WS-PERIOD-START TO WS-PL-START
                       MOVE WS-PERIOD-END TO WS-PL-END
                       MOVE BUS-CURRENT-DATE TO WS-CURRENT-DATE
                       MOVE WS-CURRENT-DATE(7:2) TO WS-CYCLE-DAY
                       SET WS-CYCLING TO TRUE
               AT END
                   SET WS-END-OF-SORT TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-POSTED IN TRANSACTION-RECORD
                       AND TRAN-POST-DATE IN TRANSACTION-RECORD
                           NOT < WS-PERIOD-START
                           TO SW-END-BALANCE
                       MOVE TRANSFER-PAIR-UID IN TRANSACTION-RECORD
                           TO SW-PAIR-UID
                       MOVE TRAN-CHANNEL IN TRANSACTION-RECORD
                           TO SW-CHANNEL
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
               AT END
                   SET WS-END-OF-ARCHIVE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING ARCHIVE-RECORD RETURN-CODE
                   IF POSTED-STATUS IN ARCHIVE-RECORD = 'P'
                       AND TRAN-POST-DATE IN ARCHIVE-RECORD
                           NOT < WS-PERIOD-START
                           TO SW-END-BALANCE
                       MOVE TRANSFER-PAIR-UID IN ARCHIVE-RECORD
                           TO SW-PAIR-UID
                       MOVE TRAN-CHANNEL IN ARCHIVE-RECORD
                           TO SW-CHANNEL
                       RELEASE SORT-WORK-RECORD
                   END-IF
           END-READ.
           WRITE STATEMENT-REPORT-LINE FROM WS-ACCOUNT-LINE
           MOVE 'OPENING BALANCE:  ' TO WS-BL-LABEL
           MOVE WS-OPENING-BALANCE TO WS-BL-BALANCE
           WRITE STATEMENT-REPORT-LINE FROM WS-BALANCE-LINE
           MOVE ZERO TO WS-CREDIT-INTEREST
           MOVE ZERO TO WS-DEBIT-INTEREST
           ADD 1 TO WS-STATEMENT-COUNT.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3850-WRITE-DETAIL - print one transaction line.  Interest
      * paid and debit interest charged are totalled for the
      * closing lines.
      *-----------------------------------------------------------*
       3850-WRITE-DETAIL.
           ADD SW-AMOUNT TO WS-STATEMENT-AMOUNT
           IF SW-TRAN-TYPE = 'IN'
               ADD SW-AMOUNT TO WS-CREDIT-INTEREST
           END-IF
           IF SW-TRAN-TYPE = 'FE' AND SW-CHANNEL = 'DI'
               ADD SW-AMOUNT TO WS-DEBIT-INTEREST
           END-IF
           MOVE SW-UID TO WS-DL-UID
           MOVE SW-DESC TO WS-DL-DESC
           MOVE SW-TRAN-TYPE TO WS-DL-TRAN-TYPE

      *-----------------------------------------------------------*
      * 3900-WRITE-CLOSING - print the closing balance line for the
      * account whose detail lines just ended, then the period's
      * interest earned and debit interest charged, each on its
      * own line and only where there was any.
      *-----------------------------------------------------------*
       3900-WRITE-CLOSING.
           MOVE 'CLOSING BALANCE:  ' TO WS-BL-LABEL
           MOVE WS-CLOSING-BALANCE TO WS-BL-BALANCE
           WRITE STATEMENT-REPORT-LINE FROM WS-BALANCE-LINE
           IF WS-CREDIT-INTEREST NOT = ZERO
               MOVE 'CREDIT INTEREST:  ' TO WS-BL-LABEL
               MOVE WS-CREDIT-INTEREST TO WS-BL-BALANCE
               WRITE STATEMENT-REPORT-LINE FROM WS-BALANCE-LINE
           END-IF
           IF WS-DEBIT-INTEREST NOT = ZERO
               MOVE 'DEBIT INTEREST:   ' TO WS-BL-LABEL
               MOVE WS-DEBIT-INTEREST TO WS-BL-BALANCE
               WRITE STATEMENT-REPORT-LINE FROM WS-BALANCE-LINE
           END-IF
           MOVE ZERO TO WS-MSG-SUB
           PERFORM 3950-WRITE-ONE-MESSAGE THRU 3950-EXIT
               UNTIL WS-MSG-SUB = WS-MSG-TABLE-ENTRIES.
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           CALL 'TRANWIDE' USING TRANSACTION-RECORD
                               RETURN-CODE
                           PERFORM 5200-JUDGE-ONE-RECORD
                               THRU 5200-EXIT
                   END-READ
                   TO SW-END-BALANCE
               MOVE TRANSFER-PAIR-UID IN TRANSACTION-RECORD
                   TO SW-PAIR-UID
               MOVE TRAN-CHANNEL IN TRANSACTION-RECORD
                   TO SW-CHANNEL
               PERFORM 5300-BREAK-AND-PRINT THRU 5300-EXIT
           END-IF.
       5200-EXIT.
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE STATEMENT-REPORT
           IF PGD-FIRST-RUN OR PGD-FORCED-RUN
               PERFORM 9100-RECORD-PERIOD-RUN THRU 9100-EXIT
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-RECORD-PERIOD-RUN - a cycle run onto the period-run
      * ledger with the statements it printed and the total of
      * the activity on them.
      *-----------------------------------------------------------*
       9100-RECORD-PERIOD-RUN.
           MOVE WS-STATEMENT-COUNT TO PGD-RECORD-COUNT
           MOVE WS-STATEMENT-AMOUNT TO PGD-AMOUNT-TOTAL
           MOVE RETURN-CODE TO PGD-RETURN-CODE
           SET PGD-RECORD-RUN TO TRUE
           CALL 'PERGUARD' USING WS-PERIOD-GUARD-PARM
           MOVE PGD-RETURN-CODE TO RETURN-CODE
           IF NOT PGD-RECORDED
               DISPLAY 'STATEMENT CYCLE NOT RECORDED ON THE '
                   'PERIOD-RUN LEDGER'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.
