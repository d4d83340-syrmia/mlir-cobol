      *-----------------------------------------------------------*
      * PROGRAM:      CHGOPOST
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Charge-off posting and recovery report.  Writes off each
      * candidate a supervisor approved in CHGOMNT:
      *
      *   - an overdrawn account is written off for the amount
      *     overdrawn tonight;
      *   - a loan is written off for its principal less any
      *     receipt held on it unapplied; its unpaid late charges
      *     are waived (FEEACT) and the loan closed charged off.
      *
      * The write-off is an unposted deposit on channel CO that
      * brings the account to zero when TRANPOST posts it; GLEXTR
      * journals it to the loss account through the CO rows of
      * the GL map.  The account is set charged off (ACCTMST
      * status W), which stops fees and interest on it.  A
      * candidate that has cured since it was approved is
      * dropped instead.  Runs before TRANSORT and TRANPOST.
      *
      * A payment later received on a charged-off account posts
      * as a recovery: TRANPOST sets an RC withdrawal against it
      * for the next run, journalled to the recovery account.
      * This program then lists each recovery posted since its
      * last run (RECOVRPT.OUT) and carries it to the candidate's
      * recovered total.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02.
      *   2026-10-15  RLB  Write-off amount held to eleven
      *                    digits, so an overdraft too large for
      *                    the old field is held over the limit
      *                    rather than cut short.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOPOST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-ACCOUNT-ID
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT FEE-ACTIVITY ASSIGN TO "FEEACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ACT-STATUS.
           SELECT POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-LOG-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT CHARGE-OFF-REPORT ASSIGN TO "CHGOPOST.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT RECOVERY-REPORT ASSIGN TO "RECOVRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECOVERY-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-OFF-FILE.
       COPY "chgoff.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  FEE-ACTIVITY.
       COPY "feeact.cpy".

       FD  POSTING-LOG.
       COPY "postlog.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  CHARGE-OFF-REPORT.
       01  CHARGE-OFF-REPORT-LINE      PIC X(80).

       FD  RECOVERY-REPORT.
       01  RECOVERY-REPORT-LINE        PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CHGOFF-STATUS         PIC X(02).
           88  WS-CO-OK                       VALUE '00'.
           88  WS-CO-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LM-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-FEE-ACT-STATUS        PIC X(02).
           88  WS-FA-NOT-FOUND                VALUE '35'.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PL-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-RECOVERY-RPT-STATUS   PIC X(02).
           88  WS-RR-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-LOANS-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LOANS-OPEN                  VALUE 'Y'.
       01  WS-CHGOFF-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-CHARGE-OFFS          VALUE 'Y'.
       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOG                  VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-OUTCOME-SW            PIC X(01).
           88  WS-WRITE-OFF                   VALUE 'W'.
           88  WS-CURED                       VALUE 'C'.
           88  WS-HOLD                        VALUE 'H'.
       01  WS-TRAN-WRITTEN-SW       PIC X(01).
           88  WS-TRAN-WRITTEN                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-WRITEOFF              PIC S9(11)V9(02).
       01  WS-WRITEOFF-LIMIT        PIC 9(07)V9(02) VALUE 999999.99.
       01  WS-WRITEOFF-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-WRITEOFF-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
       01  WS-CURED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-FEES-WAIVED-TOTAL     PIC 9(07)V9(02) VALUE ZERO.
       01  WS-RECOVERY-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-RECOVERY-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
       01  WS-RCV-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-RCV-MAX               PIC 9(04) VALUE 500.
       01  WS-RCV-SUB               PIC 9(04).
       01  WS-RCV-FOUND-SUB         PIC 9(04).
       01  WS-RECOVERY-TABLE.
           05  WS-RCV-ENTRY OCCURS 500 TIMES.
               10  WS-RCV-ACCOUNT-ID    PIC 9(07).
               10  WS-RCV-WATERMARK     PIC 9(08).
               10  WS-RCV-NEWEST-DATE   PIC 9(08).
               10  WS-RCV-AMOUNT        PIC 9(07)V9(02).
               10  WS-RCV-TO-DATE       PIC 9(07)V9(02).
               10  WS-RCV-CHARGED-OFF   PIC 9(07)V9(02).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(28) VALUE
               'CHARGE-OFFS POSTED AS OF    '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(50) VALUE
               '  ACCOUNT  SOURCE      WRITTEN OFF    UID  OUTCOME'.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE         PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-UID            PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-OUTCOME        PIC X(24).
       01  WS-RECOVERY-HEADER.
           05  FILLER               PIC X(28) VALUE
               'CHARGE-OFF RECOVERIES AS OF '.
           05  WS-RCH-DATE          PIC 9(08).
       01  WS-RECOVERY-COLUMNS.
           05  FILLER               PIC X(33) VALUE
               '  ACCOUNT  POSTED       RECOVERED'.
           05  FILLER               PIC X(28) VALUE
               '   CHARGED OFF       TO DATE'.
       01  WS-RECOVERY-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-POST-DATE      PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-CHARGED-OFF    PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-TO-DATE        PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC ZZ,ZZ9.
       01  WS-AMOUNT-TOTAL-LINE.
           05  WS-ATL-LABEL         PIC X(30).
           05  WS-ATL-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-POST-APPROVED THRU 2000-EXIT
               PERFORM 5000-REPORT-RECOVERIES THRU 5000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the loan master is needed only when a
      * loan has been approved; without it loans are held.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CO-NOT-FOUND
               OPEN OUTPUT CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
               OPEN I-O CHARGE-OFF-FILE
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           OPEN OUTPUT CHARGE-OFF-REPORT
           OPEN OUTPUT RECOVERY-REPORT
           IF NOT WS-CO-OK OR NOT WS-AF-OK OR NOT WS-TF-OK
               OR NOT WS-RP-OK OR NOT WS-RR-OK
               DISPLAY 'UNABLE TO OPEN CHARGE-OFF POSTING FILES, '
                   'STATUS ' WS-CHGOFF-STATUS ' '
                   WS-ACCT-FILE-STATUS ' ' WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN I-O LOAN-MASTER
           IF WS-LM-OK
               SET WS-LOANS-OPEN TO TRUE
           END-IF
           OPEN EXTEND FEE-ACTIVITY
           IF WS-FA-NOT-FOUND
               OPEN OUTPUT FEE-ACTIVITY
           END-IF
           PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE WS-TODAY-DATE TO WS-RCH-DATE
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-HEADER
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-COLUMNS.
       1000-EXIT.
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
      * 1500-DETERMINE-NEXT-UID - find the highest UID any
      * transaction-generating batch program has issued before, so
      * the write-offs get UIDs that have never been used.
      *-----------------------------------------------------------*
       1500-DETERMINE-NEXT-UID.
           OPEN INPUT UID-SEQUENCE
           IF WS-SEQ-NOT-FOUND
               MOVE 90000 TO WS-NEXT-UID
           ELSE
               PERFORM 1550-READ-ONE-SEQUENCE THRU 1550-EXIT
                   UNTIL WS-END-OF-SEQUENCE
               CLOSE UID-SEQUENCE
               IF WS-NEXT-UID = ZERO
                   AND NOT WS-UID-RANGE-EXHAUSTED
                   MOVE 90000 TO WS-NEXT-UID
               END-IF
           END-IF
           OPEN EXTEND UID-SEQUENCE.
       1500-EXIT.
           EXIT.

       1550-READ-ONE-SEQUENCE.
           READ UID-SEQUENCE
               AT END
                   SET WS-END-OF-SEQUENCE TO TRUE
               NOT AT END
                   IF SEQ-LAST-UID = 99999
                       SET WS-UID-RANGE-EXHAUSTED TO TRUE
                   ELSE
                       MOVE 'N' TO WS-UID-RANGE-SW
                       COMPUTE WS-NEXT-UID =
                           SEQ-LAST-UID + 1
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-POST-APPROVED - every approved candidate, in account
      * order.
      *-----------------------------------------------------------*
       2000-POST-APPROVED.
           MOVE ZERO TO CHO-ACCOUNT-ID
           START CHARGE-OFF-FILE KEY NOT LESS THAN CHO-ACCOUNT-ID
               INVALID KEY
                   SET WS-END-OF-CHARGE-OFFS TO TRUE
           END-START
           PERFORM 2100-READ-ONE-CANDIDATE THRU 2100-EXIT
               UNTIL WS-END-OF-CHARGE-OFFS.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-CANDIDATE.
           READ CHARGE-OFF-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CHARGE-OFFS TO TRUE
               NOT AT END
                   IF CHO-APPROVED
                       PERFORM 2200-CHARGE-OFF-ONE THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CHARGE-OFF-ONE - the balance is taken afresh from the
      * masters tonight.  A candidate that has cured is dropped;
      * one that cannot be written off tonight is held approved
      * and tried again on the next run.
      *-----------------------------------------------------------*
       2200-CHARGE-OFF-ONE.
           MOVE CHO-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           IF CHO-SOURCE-LOAN
               MOVE 'LOAN' TO WS-DL-SOURCE
           ELSE
               MOVE 'OVERDRAFT' TO WS-DL-SOURCE
           END-IF
           MOVE ZERO TO WS-DL-UID
           MOVE ZERO TO WS-WRITEOFF
           SET WS-WRITE-OFF TO TRUE
           MOVE CHO-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   SET WS-CURED TO TRUE
           END-READ
           IF WS-WRITE-OFF
               IF CHO-SOURCE-LOAN
                   PERFORM 2400-PREPARE-LOAN THRU 2400-EXIT
               ELSE
                   PERFORM 2300-PREPARE-OVERDRAFT THRU 2300-EXIT
               END-IF
           END-IF
           IF WS-CURED
               PERFORM 2250-DROP-CURED THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF
           IF WS-HOLD
               GO TO 2200-EXIT
           END-IF
           IF WS-WRITEOFF > WS-WRITEOFF-LIMIT
               MOVE 'HELD - OVER LIMIT' TO WS-DL-OUTCOME
               PERFORM 2290-HOLD-CANDIDATE THRU 2290-EXIT
               GO TO 2200-EXIT
           END-IF
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - CHARGE-OFF NOT WRITTEN'
               MOVE 16 TO RETURN-CODE
               MOVE 'HELD - NO UID' TO WS-DL-OUTCOME
               PERFORM 2290-HOLD-CANDIDATE THRU 2290-EXIT
               GO TO 2200-EXIT
           END-IF
           PERFORM 2500-WRITE-CHARGE-OFF THRU 2500-EXIT
           IF NOT WS-TRAN-WRITTEN
               MOVE 'HELD - UID COLLISION' TO WS-DL-OUTCOME
               PERFORM 2290-HOLD-CANDIDATE THRU 2290-EXIT
               GO TO 2200-EXIT
           END-IF
           IF CHO-SOURCE-LOAN
               PERFORM 2600-CLOSE-LOAN THRU 2600-EXIT
           END-IF
           SET ACCT-STATUS-CHARGED-OFF TO TRUE
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO MARK ACCOUNT CHARGED OFF '
                       ACCT-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE
           SET CHO-CHARGED-OFF TO TRUE
           MOVE WS-TODAY-DATE TO CHO-CHARGED-OFF-DATE
           MOVE WS-WRITEOFF TO CHO-CHARGED-OFF-AMOUNT
           MOVE UID TO CHO-CHARGE-OFF-UID
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE CHARGE-OFF '
                       CHO-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE
           ADD 1 TO WS-WRITEOFF-COUNT
           ADD WS-WRITEOFF TO WS-WRITEOFF-TOTAL
           MOVE WS-WRITEOFF TO WS-DL-AMOUNT
           MOVE UID TO WS-DL-UID
           MOVE 'WRITTEN OFF' TO WS-DL-OUTCOME
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-DETAIL-LINE.
       2200-EXIT.
           EXIT.

       2250-DROP-CURED.
           DELETE CHARGE-OFF-FILE RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO DROP CURED CANDIDATE '
                       CHO-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
                   GO TO 2250-EXIT
           END-DELETE
           ADD 1 TO WS-CURED-COUNT
           MOVE ZERO TO WS-DL-AMOUNT
           MOVE 'CURED - DROPPED' TO WS-DL-OUTCOME
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-DETAIL-LINE.
       2250-EXIT.
           EXIT.

       2290-HOLD-CANDIDATE.
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE WS-WRITEOFF TO WS-DL-AMOUNT
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-DETAIL-LINE.
       2290-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-PREPARE-OVERDRAFT - the amount overdrawn tonight; an
      * account back above zero, closed, or already charged off
      * has cured.
      *-----------------------------------------------------------*
       2300-PREPARE-OVERDRAFT.
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
               OR NOT ACCT-LEDGER-BALANCE < ZERO
               SET WS-CURED TO TRUE
               GO TO 2300-EXIT
           END-IF
           COMPUTE WS-WRITEOFF = ACCT-LEDGER-BALANCE * -1.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-PREPARE-LOAN - the principal less the unapplied
      * receipt; a loan paid off or paid down to the unapplied
      * amount has cured.
      *-----------------------------------------------------------*
       2400-PREPARE-LOAN.
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
               SET WS-CURED TO TRUE
               GO TO 2400-EXIT
           END-IF
           IF NOT WS-LOANS-OPEN
               MOVE 'HELD - NO LOAN MASTER' TO WS-DL-OUTCOME
               PERFORM 2290-HOLD-CANDIDATE THRU 2290-EXIT
               SET WS-HOLD TO TRUE
               GO TO 2400-EXIT
           END-IF
           MOVE CHO-ACCOUNT-ID TO LNM-ACCOUNT-ID
           READ LOAN-MASTER
               INVALID KEY
                   SET WS-CURED TO TRUE
                   GO TO 2400-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               SET WS-CURED TO TRUE
               GO TO 2400-EXIT
           END-IF
           COMPUTE WS-WRITEOFF =
               LNM-PRINCIPAL-BALANCE - LNM-UNAPPLIED-AMOUNT
           IF WS-WRITEOFF NOT > ZERO
               SET WS-CURED TO TRUE
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-WRITE-CHARGE-OFF - the unposted CO deposit that takes
      * the balance off the account for TRANPOST to apply.
      *-----------------------------------------------------------*
       2500-WRITE-CHARGE-OFF.
           MOVE 'N' TO WS-TRAN-WRITTEN-SW
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE CHO-ACCOUNT-ID TO ACCOUNT-ID
           MOVE SPACES TO DESC
           IF CHO-SOURCE-LOAN
               STRING 'CHARGE-OFF TO LOSS - LOAN'
                   DELIMITED BY SIZE INTO DESC
           ELSE
               STRING 'CHARGE-OFF TO LOSS - OVERDRAFT'
                   DELIMITED BY SIZE INTO DESC
           END-IF
           MOVE 'DE' TO TRAN-TYPE
           MOVE WS-WRITEOFF TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'CHGOPOST' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           SET TRAN-CHANNEL-CHARGE-OFF TO TRUE
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, CHARGE-OFF SKIPPED: ' UID
               NOT INVALID KEY
                   SET WS-TRAN-WRITTEN TO TRUE
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
           END-WRITE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-CLOSE-LOAN - unpaid late charges are waived, and the
      * loan closed charged off with nothing left owing on it.
      *-----------------------------------------------------------*
       2600-CLOSE-LOAN.
           IF LNM-LATE-FEES-DUE > ZERO
               MOVE WS-TODAY-DATE TO FEA-DATE
               MOVE LNM-ACCOUNT-ID TO FEA-ACCOUNT-ID
               MOVE 'LATE' TO FEA-FEE-CODE
               MOVE 'LN' TO FEA-CATEGORY
               SET FEA-WAIVED TO TRUE
               MOVE LNM-LATE-FEES-DUE TO FEA-AMOUNT
               MOVE ZERO TO FEA-ITEM-COUNT
               WRITE FEE-ACTIVITY-RECORD
               ADD LNM-LATE-FEES-DUE TO WS-FEES-WAIVED-TOTAL
               MOVE ZERO TO LNM-LATE-FEES-DUE
           END-IF
           MOVE ZERO TO LNM-PRINCIPAL-BALANCE
           MOVE ZERO TO LNM-UNAPPLIED-AMOUNT
           SET LNM-CHARGED-OFF TO TRUE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO CLOSE CHARGED-OFF LOAN '
                       LNM-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-REPORT-RECOVERIES - each RC offset TRANPOST has
      * posted since the candidate's last recovery date.  The
      * log is read whole; amounts are gathered per account and
      * carried to the charge-off file at the end, so entries
      * posted the same day are all counted.
      *-----------------------------------------------------------*
       5000-REPORT-RECOVERIES.
           OPEN INPUT POSTING-LOG
           IF NOT WS-PL-OK
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-READ-ONE-LOG-ENTRY THRU 5100-EXIT
               UNTIL WS-END-OF-LOG
           CLOSE POSTING-LOG
           MOVE ZERO TO WS-RCV-SUB
           PERFORM 5500-APPLY-ONE-RECOVERY THRU 5500-EXIT
               UNTIL WS-RCV-SUB = WS-RCV-COUNT.
       5000-EXIT.
           EXIT.

       5100-READ-ONE-LOG-ENTRY.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       AND PLG-TRAN-TYPE = 'WD'
                       AND PLG-CHANNEL = 'RC'
                       PERFORM 5200-TAKE-RECOVERY THRU 5200-EXIT
                   END-IF
           END-READ.
       5100-EXIT.
           EXIT.

       5200-TAKE-RECOVERY.
           MOVE ZERO TO WS-RCV-FOUND-SUB
           MOVE ZERO TO WS-RCV-SUB
           PERFORM 5250-FIND-ONE-ENTRY THRU 5250-EXIT
               UNTIL WS-RCV-SUB = WS-RCV-COUNT
               OR WS-RCV-FOUND-SUB NOT = ZERO
           IF WS-RCV-FOUND-SUB = ZERO
               PERFORM 5300-ADD-ENTRY THRU 5300-EXIT
               IF WS-RCV-FOUND-SUB = ZERO
                   GO TO 5200-EXIT
               END-IF
           END-IF
           IF PLG-POST-DATE NOT > WS-RCV-WATERMARK (WS-RCV-FOUND-SUB)
               GO TO 5200-EXIT
           END-IF
           ADD PLG-AMOUNT TO WS-RCV-AMOUNT (WS-RCV-FOUND-SUB)
           ADD PLG-AMOUNT TO WS-RCV-TO-DATE (WS-RCV-FOUND-SUB)
           IF PLG-POST-DATE > WS-RCV-NEWEST-DATE (WS-RCV-FOUND-SUB)
               MOVE PLG-POST-DATE
                   TO WS-RCV-NEWEST-DATE (WS-RCV-FOUND-SUB)
           END-IF
           ADD 1 TO WS-RECOVERY-COUNT
           ADD PLG-AMOUNT TO WS-RECOVERY-TOTAL
           MOVE PLG-ACCOUNT-ID TO WS-RL-ACCOUNT-ID
           MOVE PLG-POST-DATE TO WS-RL-POST-DATE
           MOVE PLG-AMOUNT TO WS-RL-AMOUNT
           MOVE WS-RCV-CHARGED-OFF (WS-RCV-FOUND-SUB)
               TO WS-RL-CHARGED-OFF
           MOVE WS-RCV-TO-DATE (WS-RCV-FOUND-SUB) TO WS-RL-TO-DATE
           WRITE RECOVERY-REPORT-LINE FROM WS-RECOVERY-LINE.
       5200-EXIT.
           EXIT.

       5250-FIND-ONE-ENTRY.
           ADD 1 TO WS-RCV-SUB
           IF WS-RCV-ACCOUNT-ID (WS-RCV-SUB) = PLG-ACCOUNT-ID
               MOVE WS-RCV-SUB TO WS-RCV-FOUND-SUB
           END-IF.
       5250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5300-ADD-ENTRY - first recovery seen for an account; it
      * must be charged off on file.  A full table leaves the
      * rest for the next run, since no watermark moves for them.
      *-----------------------------------------------------------*
       5300-ADD-ENTRY.
           MOVE PLG-ACCOUNT-ID TO CHO-ACCOUNT-ID
           READ CHARGE-OFF-FILE
               INVALID KEY
                   GO TO 5300-EXIT
           END-READ
           IF NOT CHO-CHARGED-OFF
               GO TO 5300-EXIT
           END-IF
           IF WS-RCV-COUNT = WS-RCV-MAX
               DISPLAY 'RECOVERY TABLE FULL - ACCOUNT '
                   PLG-ACCOUNT-ID ' LEFT FOR NEXT RUN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 5300-EXIT
           END-IF
           ADD 1 TO WS-RCV-COUNT
           MOVE WS-RCV-COUNT TO WS-RCV-FOUND-SUB
           MOVE CHO-ACCOUNT-ID TO WS-RCV-ACCOUNT-ID (WS-RCV-COUNT)
           MOVE CHO-LAST-RECOVERY-DATE
               TO WS-RCV-WATERMARK (WS-RCV-COUNT)
           MOVE CHO-LAST-RECOVERY-DATE
               TO WS-RCV-NEWEST-DATE (WS-RCV-COUNT)
           MOVE ZERO TO WS-RCV-AMOUNT (WS-RCV-COUNT)
           MOVE CHO-RECOVERED-TOTAL TO WS-RCV-TO-DATE (WS-RCV-COUNT)
           MOVE CHO-CHARGED-OFF-AMOUNT
               TO WS-RCV-CHARGED-OFF (WS-RCV-COUNT).
       5300-EXIT.
           EXIT.

       5500-APPLY-ONE-RECOVERY.
           ADD 1 TO WS-RCV-SUB
           IF WS-RCV-AMOUNT (WS-RCV-SUB) = ZERO
               GO TO 5500-EXIT
           END-IF
           MOVE WS-RCV-ACCOUNT-ID (WS-RCV-SUB) TO CHO-ACCOUNT-ID
           READ CHARGE-OFF-FILE
               INVALID KEY
                   GO TO 5500-EXIT
           END-READ
           MOVE WS-RCV-TO-DATE (WS-RCV-SUB) TO CHO-RECOVERED-TOTAL
           MOVE WS-RCV-NEWEST-DATE (WS-RCV-SUB)
               TO CHO-LAST-RECOVERY-DATE
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RECORD RECOVERY ON '
                       CHO-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO CHARGE-OFF-REPORT-LINE
           WRITE CHARGE-OFF-REPORT-LINE
           MOVE 'CHARGE-OFFS WRITTEN:' TO WS-TOT-LABEL
           MOVE WS-WRITEOFF-COUNT TO WS-TOT-COUNT
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL WRITTEN OFF TO LOSS:' TO WS-ATL-LABEL
           MOVE WS-WRITEOFF-TOTAL TO WS-ATL-AMOUNT
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
           MOVE 'LATE CHARGES WAIVED:' TO WS-ATL-LABEL
           MOVE WS-FEES-WAIVED-TOTAL TO WS-ATL-AMOUNT
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
           MOVE 'CURED AND DROPPED:' TO WS-TOT-LABEL
           MOVE WS-CURED-COUNT TO WS-TOT-COUNT
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HELD FOR NEXT RUN:' TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT
           WRITE CHARGE-OFF-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO RECOVERY-REPORT-LINE
           WRITE RECOVERY-REPORT-LINE
           MOVE 'RECOVERIES:' TO WS-TOT-LABEL
           MOVE WS-RECOVERY-COUNT TO WS-TOT-COUNT
           WRITE RECOVERY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL RECOVERED:' TO WS-ATL-LABEL
           MOVE WS-RECOVERY-TOTAL TO WS-ATL-AMOUNT
           WRITE RECOVERY-REPORT-LINE FROM WS-AMOUNT-TOTAL-LINE
           DISPLAY 'CHARGE-OFFS WRITTEN: ' WS-WRITEOFF-COUNT
               ' CURED: ' WS-CURED-COUNT ' HELD: ' WS-HELD-COUNT
               ' RECOVERIES: ' WS-RECOVERY-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE CHARGE-OFF-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-FILE
               CLOSE CHARGE-OFF-REPORT
               CLOSE RECOVERY-REPORT
               CLOSE UID-SEQUENCE
               CLOSE FEE-ACTIVITY
           END-IF
           IF WS-LOANS-OPEN
               CLOSE LOAN-MASTER
           END-IF.
       9000-EXIT.
           EXIT.
