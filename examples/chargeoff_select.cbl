      *-----------------------------------------------------------*
      * PROGRAM:      CHGOSEL
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly charge-off selection.  Puts forward for review
      * every balance the bank is no longer likely to collect:
      * an account overdrawn on the aging file (ODAGING) for at
      * least the overdraft day count on the COPARM card, and an
      * active loan delinquent for at least the loan day count
      * (LOANPAY keeps the days on the loan master).  Each goes
      * on the charge-off file (CHGOFF.CPY) pending review, with
      * the balance it would write off - the overdrawn amount,
      * or the loan's principal less any receipt held on it as
      * unapplied.  A candidate already on file has its days and
      * balance refreshed; one that no longer qualifies - the
      * account brought back above zero, the loan caught up - is
      * dropped, whatever its review status, so nothing cured is
      * written off.
      *
      * The review list (CHGOSEL.OUT) shows every candidate with
      * where it stands.  A supervisor approves or declines in
      * CHGOMNT; CHGOPOST posts the approved ones.  Runs after
      * ODAGING and LOANPAY.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Write-off and proposed balance held to
      *                    eleven digits.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGOSEL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-FILE ASSIGN TO "ODAGING"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODA-ACCOUNT-ID
               FILE STATUS IS WS-AGING-STATUS.
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
           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-ACCOUNT-ID
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT CHARGE-OFF-PARM ASSIGN TO "COPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT SELECTION-REPORT ASSIGN TO "CHGOSEL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-FILE.
       COPY "odaging.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  CHARGE-OFF-FILE.
       COPY "chgoff.cpy".

       FD  CHARGE-OFF-PARM.
       COPY "coparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  SELECTION-REPORT.
       01  SELECTION-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AGING-STATUS          PIC X(02).
           88  WS-AG-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LM-OK                       VALUE '00'.
       01  WS-CHGOFF-STATUS         PIC X(02).
           88  WS-CO-OK                       VALUE '00'.
           88  WS-CO-NOT-FOUND                VALUE '35'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-AGING-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-AGING-OPEN                  VALUE 'Y'.
       01  WS-LOANS-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LOANS-OPEN                  VALUE 'Y'.
       01  WS-AGING-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-AGING                VALUE 'Y'.
       01  WS-LOAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOANS                VALUE 'Y'.
       01  WS-CHGOFF-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-CHARGE-OFFS          VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-OVERDRAWN-DAYS        PIC 9(04) VALUE 60.
       01  WS-LOAN-DAYS             PIC 9(04) VALUE 120.
       01  WS-WRITEOFF              PIC S9(11)V9(02).
       01  WS-PROPOSAL.
           05  WS-PROPOSE-ACCOUNT-ID   PIC 9(07).
           05  WS-PROPOSE-SOURCE       PIC X(01).
           05  WS-PROPOSE-DAYS         PIC 9(04).
           05  WS-PROPOSE-BALANCE      PIC 9(11)V9(02).
           05  WS-PROPOSE-HOLDER       PIC X(25).
       01  WS-CANDIDATE-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-NEW-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REVIEW-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(28) VALUE
               'CHARGE-OFF CANDIDATES AS OF '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-THRESHOLD-LINE.
           05  FILLER               PIC X(16) VALUE
               'OVERDRAWN DAYS: '.
           05  WS-TL-OVERDRAWN-DAYS PIC ZZZ9.
           05  FILLER               PIC X(14) VALUE
               '  LOAN DAYS:  '.
           05  WS-TL-LOAN-DAYS      PIC ZZZ9.
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               '  ACCOUNT  SOURCE     DAYS       BALANCE'.
           05  FILLER               PIC X(40) VALUE
               '  STATUS    ACCOUNT HOLDER              '.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SOURCE         PIC X(09).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS           PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-BALANCE        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-HOLDER         PIC X(25).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               IF WS-AGING-OPEN
                   PERFORM 2000-SELECT-OVERDRAFTS THRU 2000-EXIT
                       UNTIL WS-END-OF-AGING
               END-IF
               IF WS-LOANS-OPEN
                   PERFORM 3000-SELECT-LOANS THRU 3000-EXIT
                       UNTIL WS-END-OF-LOANS
               END-IF
               PERFORM 5000-DROP-CURED THRU 5000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the charge-off file is created on first
      * use.  A missing aging file or loan master just means
      * nothing of that kind to select.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1200-READ-PARM-CARD THRU 1200-EXIT
           OPEN INPUT ACCOUNT-MASTER
           OPEN I-O CHARGE-OFF-FILE
           IF WS-CO-NOT-FOUND
               OPEN OUTPUT CHARGE-OFF-FILE
               CLOSE CHARGE-OFF-FILE
               OPEN I-O CHARGE-OFF-FILE
           END-IF
           OPEN OUTPUT SELECTION-REPORT
           IF NOT WS-AF-OK OR NOT WS-CO-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN CHARGE-OFF SELECTION FILES, '
                   'STATUS ' WS-ACCT-FILE-STATUS ' '
                   WS-CHGOFF-STATUS ' ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT AGING-FILE
           IF WS-AG-OK
               SET WS-AGING-OPEN TO TRUE
           ELSE
               DISPLAY 'NO OVERDRAWN AGING FILE - NO OVERDRAFTS '
                   'SELECTED'
           END-IF
           OPEN INPUT LOAN-MASTER
           IF WS-LM-OK
               SET WS-LOANS-OPEN TO TRUE
           ELSE
               DISPLAY 'NO LOAN MASTER - NO LOANS SELECTED'
           END-IF
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE SELECTION-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE WS-OVERDRAWN-DAYS TO WS-TL-OVERDRAWN-DAYS
           MOVE WS-LOAN-DAYS TO WS-TL-LOAN-DAYS
           WRITE SELECTION-REPORT-LINE FROM WS-THRESHOLD-LINE
           WRITE SELECTION-REPORT-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-PARM-CARD - the day counts; a missing card or a
      * zero count keeps the default.
      *-----------------------------------------------------------*
       1200-READ-PARM-CARD.
           OPEN INPUT CHARGE-OFF-PARM
           IF WS-PM-OK
               READ CHARGE-OFF-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF COP-OVERDRAWN-DAYS NUMERIC
                           AND COP-OVERDRAWN-DAYS NOT = ZERO
                           MOVE COP-OVERDRAWN-DAYS
                               TO WS-OVERDRAWN-DAYS
                       END-IF
                       IF COP-LOAN-DAYS NUMERIC
                           AND COP-LOAN-DAYS NOT = ZERO
                           MOVE COP-LOAN-DAYS TO WS-LOAN-DAYS
                       END-IF
               END-READ
               CLOSE CHARGE-OFF-PARM
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
      * 2000-SELECT-OVERDRAFTS - each account on the aging file
      * overdrawn for the day count or longer.
      *-----------------------------------------------------------*
       2000-SELECT-OVERDRAFTS.
           READ AGING-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-AGING TO TRUE
               NOT AT END
                   IF ODA-DAYS-OVERDRAWN NOT < WS-OVERDRAWN-DAYS
                       PERFORM 2100-TEST-OVERDRAFT THRU 2100-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-TEST-OVERDRAFT - the balance written off is what the
      * master carries overdrawn tonight; an account closed,
      * already charged off, or back above zero is passed over.
      *-----------------------------------------------------------*
       2100-TEST-OVERDRAFT.
           MOVE ODA-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
               OR ACCT-CATEGORY-LOAN
               GO TO 2100-EXIT
           END-IF
           IF NOT ACCT-LEDGER-BALANCE < ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE ODA-ACCOUNT-ID TO WS-PROPOSE-ACCOUNT-ID
           MOVE 'D' TO WS-PROPOSE-SOURCE
           MOVE ODA-DAYS-OVERDRAWN TO WS-PROPOSE-DAYS
           COMPUTE WS-PROPOSE-BALANCE = ACCT-LEDGER-BALANCE * -1
           MOVE ACCT-ACCOUNT-HOLDER TO WS-PROPOSE-HOLDER
           PERFORM 4000-PROPOSE-CHARGE-OFF THRU 4000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SELECT-LOANS - each active loan delinquent for the
      * day count or longer.
      *-----------------------------------------------------------*
       3000-SELECT-LOANS.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-LOANS TO TRUE
               NOT AT END
                   IF LNM-ACTIVE
                       AND LNM-DAYS-DELINQUENT NUMERIC
                       AND LNM-DAYS-DELINQUENT NOT < WS-LOAN-DAYS
                       PERFORM 3100-TEST-LOAN THRU 3100-EXIT
                   END-IF
           END-READ.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-TEST-LOAN - the principal still owed, less what the
      * borrower has paid in that waits unapplied; that receipt
      * was credited to the loan when it posted.
      *-----------------------------------------------------------*
       3100-TEST-LOAN.
           COMPUTE WS-WRITEOFF =
               LNM-PRINCIPAL-BALANCE - LNM-UNAPPLIED-AMOUNT
           IF WS-WRITEOFF NOT > ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE SPACES TO WS-PROPOSE-HOLDER
           MOVE LNM-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ACCT-STATUS-CHARGED-OFF
                       GO TO 3100-EXIT
                   END-IF
                   MOVE ACCT-ACCOUNT-HOLDER TO WS-PROPOSE-HOLDER
           END-READ
           MOVE LNM-ACCOUNT-ID TO WS-PROPOSE-ACCOUNT-ID
           MOVE 'L' TO WS-PROPOSE-SOURCE
           MOVE LNM-DAYS-DELINQUENT TO WS-PROPOSE-DAYS
           MOVE WS-WRITEOFF TO WS-PROPOSE-BALANCE
           PERFORM 4000-PROPOSE-CHARGE-OFF THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PROPOSE-CHARGE-OFF - a new candidate goes on file
      * pending review; one already there is refreshed.
      *-----------------------------------------------------------*
       4000-PROPOSE-CHARGE-OFF.
           ADD 1 TO WS-CANDIDATE-COUNT
           MOVE WS-PROPOSE-ACCOUNT-ID TO CHO-ACCOUNT-ID
           READ CHARGE-OFF-FILE
               INVALID KEY
                   PERFORM 4100-ADD-CANDIDATE THRU 4100-EXIT
               NOT INVALID KEY
                   PERFORM 4200-REFRESH-CANDIDATE THRU 4200-EXIT
           END-READ.
       4000-EXIT.
           EXIT.

       4100-ADD-CANDIDATE.
           MOVE WS-PROPOSE-ACCOUNT-ID TO CHO-ACCOUNT-ID
           MOVE WS-PROPOSE-SOURCE TO CHO-SOURCE
           SET CHO-PENDING TO TRUE
           MOVE WS-TODAY-DATE TO CHO-SELECTED-DATE
           MOVE WS-TODAY-DATE TO CHO-LAST-SEEN-DATE
           MOVE WS-PROPOSE-DAYS TO CHO-DAYS-PAST-DUE
           MOVE WS-PROPOSE-BALANCE TO CHO-BALANCE
           MOVE SPACES TO CHO-REVIEWED-BY
           MOVE ZERO TO CHO-REVIEWED-DATE
           MOVE ZERO TO CHO-CHARGED-OFF-DATE
           MOVE ZERO TO CHO-CHARGED-OFF-AMOUNT
           MOVE ZERO TO CHO-CHARGE-OFF-UID
           MOVE ZERO TO CHO-RECOVERED-TOTAL
           MOVE ZERO TO CHO-LAST-RECOVERY-DATE
           WRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO ADD CHARGE-OFF CANDIDATE '
                       CHO-ACCOUNT-ID ', STATUS ' WS-CHGOFF-STATUS
                   MOVE 20 TO RETURN-CODE
                   GO TO 4100-EXIT
           END-WRITE
           ADD 1 TO WS-NEW-COUNT
           ADD 1 TO WS-REVIEW-COUNT
           MOVE 'NEW' TO WS-DL-STATUS
           PERFORM 4500-WRITE-DETAIL-LINE THRU 4500-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-REFRESH-CANDIDATE - tonight's days and balance; the
      * review decision stands.  CHGOPOST writes off the balance
      * as it stands the night it posts.
      *-----------------------------------------------------------*
       4200-REFRESH-CANDIDATE.
           IF CHO-CHARGED-OFF
               GO TO 4200-EXIT
           END-IF
           MOVE WS-PROPOSE-SOURCE TO CHO-SOURCE
           MOVE WS-TODAY-DATE TO CHO-LAST-SEEN-DATE
           MOVE WS-PROPOSE-DAYS TO CHO-DAYS-PAST-DUE
           MOVE WS-PROPOSE-BALANCE TO CHO-BALANCE
           REWRITE CHARGE-OFF-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REFRESH CHARGE-OFF CANDIDATE '
                       CHO-ACCOUNT-ID ', STATUS ' WS-CHGOFF-STATUS
                   MOVE 20 TO RETURN-CODE
                   GO TO 4200-EXIT
           END-REWRITE
           EVALUATE TRUE
               WHEN CHO-PENDING
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE 'PENDING' TO WS-DL-STATUS
               WHEN CHO-APPROVED
                   MOVE 'APPROVED' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE 'DECLINED' TO WS-DL-STATUS
           END-EVALUATE
           PERFORM 4500-WRITE-DETAIL-LINE THRU 4500-EXIT.
       4200-EXIT.
           EXIT.

       4500-WRITE-DETAIL-LINE.
           MOVE CHO-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           IF CHO-SOURCE-LOAN
               MOVE 'LOAN' TO WS-DL-SOURCE
           ELSE
               MOVE 'OVERDRAFT' TO WS-DL-SOURCE
           END-IF
           MOVE CHO-DAYS-PAST-DUE TO WS-DL-DAYS
           MOVE CHO-BALANCE TO WS-DL-BALANCE
           MOVE WS-PROPOSE-HOLDER TO WS-DL-HOLDER
           WRITE SELECTION-REPORT-LINE FROM WS-DETAIL-LINE.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-DROP-CURED - a candidate not seen tonight has cured
      * and comes off the file, approved or not.  Only the kinds
      * actually scanned tonight are judged, so a missing aging
      * file does not clear every overdraft candidate.
      *-----------------------------------------------------------*
       5000-DROP-CURED.
           MOVE ZERO TO CHO-ACCOUNT-ID
           START CHARGE-OFF-FILE KEY NOT LESS THAN CHO-ACCOUNT-ID
               INVALID KEY
                   SET WS-END-OF-CHARGE-OFFS TO TRUE
           END-START
           PERFORM 5100-TEST-ONE-CANDIDATE THRU 5100-EXIT
               UNTIL WS-END-OF-CHARGE-OFFS.
       5000-EXIT.
           EXIT.

       5100-TEST-ONE-CANDIDATE.
           READ CHARGE-OFF-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CHARGE-OFFS TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF CHO-CHARGED-OFF
               OR CHO-LAST-SEEN-DATE NOT < WS-TODAY-DATE
               GO TO 5100-EXIT
           END-IF
           IF (CHO-SOURCE-OVERDRAFT AND NOT WS-AGING-OPEN)
               OR (CHO-SOURCE-LOAN AND NOT WS-LOANS-OPEN)
               GO TO 5100-EXIT
           END-IF
           DELETE CHARGE-OFF-FILE RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO DROP CURED CANDIDATE '
                       CHO-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
                   GO TO 5100-EXIT
           END-DELETE
           ADD 1 TO WS-DROPPED-COUNT
           MOVE SPACES TO WS-PROPOSE-HOLDER
           MOVE 'CURED' TO WS-DL-STATUS
           PERFORM 4500-WRITE-DETAIL-LINE THRU 4500-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO SELECTION-REPORT-LINE
           WRITE SELECTION-REPORT-LINE
           MOVE 'CANDIDATES:' TO WS-TOT-LABEL
           MOVE WS-CANDIDATE-COUNT TO WS-TOT-COUNT
           WRITE SELECTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NEW TONIGHT:' TO WS-TOT-LABEL
           MOVE WS-NEW-COUNT TO WS-TOT-COUNT
           WRITE SELECTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'AWAITING REVIEW:' TO WS-TOT-LABEL
           MOVE WS-REVIEW-COUNT TO WS-TOT-COUNT
           WRITE SELECTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CURED AND DROPPED:' TO WS-TOT-LABEL
           MOVE WS-DROPPED-COUNT TO WS-TOT-COUNT
           WRITE SELECTION-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'CHARGE-OFF CANDIDATES: ' WS-CANDIDATE-COUNT
               ' NEW: ' WS-NEW-COUNT ' CURED: ' WS-DROPPED-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE ACCOUNT-MASTER
               CLOSE CHARGE-OFF-FILE
               CLOSE SELECTION-REPORT
           END-IF
           IF WS-AGING-OPEN
               CLOSE AGING-FILE
           END-IF
           IF WS-LOANS-OPEN
               CLOSE LOAN-MASTER
           END-IF.
       9000-EXIT.
           EXIT.
