      *-----------------------------------------------------------*
      * PROGRAM:      RISKRATE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Customer risk rating and due-diligence review scheduling.
      * Run nightly.  Every living customer on the customer
      * master is scored on what the bank knows of them, over
      * the accounts CUSTACCT links them to in any role (or the
      * account on the master itself where there are no links):
      *
      *   - a commercial (CM) account                  20 points
      *   - a credit line (LC)                         10 points
      *   - each open or blocked watch-list hit on
      *     the WLQUEUE review queue                   40 points
      *   - a structuring finding (STRUCRPT) on
      *     MONFIND within the lookback                30 points
      *   - a large-transaction finding (LRGTRPT) on
      *     MONFIND within the lookback                15 points
      *   - cash intensity - teller and ATM deposits
      *     and withdrawals as a share of all posted
      *     deposits and withdrawals in the lookback -
      *     of 50% or more                             20 points
      *     of 25% or more                             10 points
      *
      * A score at the RSKPARM high threshold rates H, at the
      * medium threshold M, otherwise L.  The rating and score
      * are kept on the customer master with the date the next
      * due-diligence review falls due: a review interval per
      * rating, shortest for high risk.  A customer rated for the
      * first time, or whose rating changes, is due within the
      * new interval from today - sooner if already due sooner.
      * Reviews compliance has completed come in on RSKDONE; each
      * is stamped on the customer as the last review and the
      * next falls one interval after it.
      *
      * Every change of rating or score, and every review
      * recorded, is appended to the RSKHIST history with the
      * points each factor contributed.  Changes to the customer
      * master are journaled (MSTJRNL) for MSTRPLAY.  The review
      * worklist, RISKDUE.OUT, lists every customer whose review
      * is past due or falls due within the RSKPARM lookahead.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RISKRATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT WATCH-QUEUE ASSIGN TO "WLQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT FINDING-LOG ASSIGN TO "MONFIND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDING-STATUS.
           SELECT POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-LOG-STATUS.
           SELECT RISK-PARM ASSIGN TO "RSKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REVIEW-DONE-FILE ASSIGN TO "RSKDONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-STATUS.
           SELECT RISK-HISTORY ASSIGN TO "RSKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REVIEW-WORKLIST ASSIGN TO "RISKDUE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  WATCH-QUEUE.
       COPY "wlqueue.cpy".

       FD  FINDING-LOG.
       COPY "monfind.cpy".

       FD  POSTING-LOG.
       COPY "postlog.cpy".

       FD  RISK-PARM.
       COPY "rskparm.cpy".

       FD  REVIEW-DONE-FILE.
       COPY "rskdone.cpy".

       FD  RISK-HISTORY.
       COPY "rskhist.cpy".

       FD  MASTER-JOURNAL.
       COPY "mstjrnl.cpy".

       FD  REVIEW-WORKLIST.
       01  REVIEW-WORKLIST-LINE        PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-LINK-FILE-STATUS      PIC X(02).
           88  WS-LK-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-QUEUE-STATUS          PIC X(02).
           88  WS-QU-OK                       VALUE '00'.
       01  WS-FINDING-STATUS        PIC X(02).
           88  WS-FD-OK                       VALUE '00'.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PL-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-DONE-STATUS           PIC X(02).
           88  WS-DN-OK                       VALUE '00'.
       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HS-NOT-FOUND                VALUE '35'.
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-INPUT-EOF-SW          PIC X(01).
           88  WS-END-OF-INPUT                VALUE 'Y'.
       01  WS-CUSTOMER-EOF-SW       PIC X(01) VALUE 'N'.
           88  WS-END-OF-CUSTOMERS            VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-ADD-ACCOUNT-SW        PIC X(01).
           88  WS-ADD-ACCOUNT                 VALUE 'Y'.
       01  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL-REPORTED         VALUE 'Y'.
       01  WS-COMMERCIAL-SW         PIC X(01).
           88  WS-HAS-COMMERCIAL              VALUE 'Y'.
       01  WS-CREDIT-LINE-SW        PIC X(01).
           88  WS-HAS-CREDIT-LINE             VALUE 'Y'.
       01  WS-STRUCTURING-SW        PIC X(01).
           88  WS-HAS-STRUCTURING             VALUE 'Y'.
       01  WS-LARGE-TRAN-SW         PIC X(01).
           88  WS-HAS-LARGE-TRAN              VALUE 'Y'.
       01  WS-REVIEW-RECORDED-SW    PIC X(01).
           88  WS-REVIEW-RECORDED             VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-LOOKBACK-DATE         PIC 9(08).
       01  WS-LOOKAHEAD-DATE        PIC 9(08).
       01  WS-CANDIDATE-DATE        PIC 9(08).
       01  WS-HIGH-THRESHOLD        PIC 9(03) VALUE 60.
       01  WS-MEDIUM-THRESHOLD      PIC 9(03) VALUE 30.
       01  WS-HIGH-REVIEW-DAYS      PIC 9(04) VALUE 365.
       01  WS-MEDIUM-REVIEW-DAYS    PIC 9(04) VALUE 730.
       01  WS-LOW-REVIEW-DAYS       PIC 9(04) VALUE 1095.
       01  WS-LOOKBACK-DAYS         PIC 9(03) VALUE 90.
       01  WS-LOOKAHEAD-DAYS        PIC 9(03) VALUE 30.
       01  WS-REVIEW-INTERVAL       PIC 9(04).
       01  WS-JOURNAL-STAMP         PIC 9(14).
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-OLD-RATING            PIC X(01).
       01  WS-OLD-SCORE             PIC 9(03).
       01  WS-OLD-NEXT-REVIEW       PIC 9(08).
       01  WS-NEW-RATING            PIC X(01).
       01  WS-NEW-SCORE             PIC 9(03).
       01  WS-SCORE-WORK            PIC 9(05).
       01  WS-CATEGORY-POINTS       PIC 9(03).
       01  WS-WATCH-POINTS          PIC 9(03).
       01  WS-FINDING-POINTS        PIC 9(03).
       01  WS-CASH-POINTS           PIC 9(03).
       01  WS-CASH-PERCENT          PIC 9(03).
       01  WS-WATCH-HITS            PIC 9(03).
       01  WS-CUSTOMER-CASH         PIC 9(11)V9(02).
       01  WS-CUSTOMER-ACTIVITY     PIC 9(11)V9(02).
       01  WS-LINK-COUNT            PIC 9(03).
       01  WS-WORK-ACCOUNT-ID       PIC 9(07).
       01  WS-REVIEWED-BY           PIC X(20).
       01  WS-DUE-STATUS            PIC X(10).
       01  WS-CUSTOMER-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-RATED-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-HIGH-COUNT            PIC 9(07) VALUE ZERO.
       01  WS-MEDIUM-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-LOW-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-REVIEWED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-DUE-COUNT             PIC 9(07) VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-AT-SUB                PIC 9(04).
       01  WS-AT-HIT-SUB            PIC 9(04).
       01  WS-AT-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-AT-MAX                PIC 9(04) VALUE 2000.
       01  WS-ACCOUNT-ACTIVITY-TABLE.
           05  WS-AT-ENTRY OCCURS 2000 TIMES.
               10  WS-AT-ACCOUNT-ID    PIC 9(07).
               10  WS-AT-STRUCTURING   PIC X(01).
               10  WS-AT-LARGE-TRAN    PIC X(01).
               10  WS-AT-CASH          PIC 9(11)V9(02).
               10  WS-AT-ACTIVITY      PIC 9(11)V9(02).
       01  WS-WH-SUB                PIC 9(04).
       01  WS-WH-HIT-SUB            PIC 9(04).
       01  WS-WH-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-WH-MAX                PIC 9(04) VALUE 500.
       01  WS-WATCH-HIT-TABLE.
           05  WS-WH-ENTRY OCCURS 500 TIMES.
               10  WS-WH-CUSTOMER-ID   PIC 9(07).
               10  WS-WH-COUNT         PIC 9(03).
       01  WS-RD-SUB                PIC 9(04).
       01  WS-RD-HIT-SUB            PIC 9(04).
       01  WS-RD-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-RD-MAX                PIC 9(04) VALUE 500.
       01  WS-REVIEW-DONE-TABLE.
           05  WS-RD-ENTRY OCCURS 500 TIMES.
               10  WS-RD-CUSTOMER-ID   PIC 9(07).
               10  WS-RD-REVIEW-DATE   PIC 9(08).
               10  WS-RD-REVIEWED-BY   PIC X(20).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER DUE-DILIGENCE REVIEWS DUE AS OF'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(12) VALUE '  THROUGH '.
           05  WS-RH-THROUGH        PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER NAME                 RT SCORE  '.
           05  FILLER               PIC X(40) VALUE
               'WAS LAST REVW NEXT REVW STATUS          '.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NAME           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-RATING         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SCORE          PIC ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-WAS            PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-LAST-REVIEW    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NEXT-REVIEW    PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(10).
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL          PIC X(40).
           05  WS-CL-COUNT          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-RATE-ONE-CUSTOMER THRU 2000-EXIT
                   UNTIL WS-END-OF-CUSTOMERS
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the customer, link and account masters
      * and the worklist are required.  The watch queue, the
      * findings log, the posting log and the completed reviews
      * are each optional; a missing one scores nothing.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-READ-RISK-PARM THRU 1400-EXIT
           COMPUTE WS-LOOKBACK-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                - WS-LOOKBACK-DAYS)
           COMPUTE WS-LOOKAHEAD-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                + WS-LOOKAHEAD-DAYS)
           OPEN I-O CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT REVIEW-WORKLIST
           IF NOT WS-CM-OK OR NOT WS-LK-OK OR NOT WS-AF-OK
               OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN RISK RATING FILES'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN EXTEND RISK-HISTORY
           IF WS-HS-NOT-FOUND
               OPEN OUTPUT RISK-HISTORY
           END-IF
           OPEN EXTEND MASTER-JOURNAL
           IF WS-JR-NOT-FOUND
               OPEN OUTPUT MASTER-JOURNAL
           END-IF
           PERFORM 1500-LOAD-WATCH-HITS THRU 1500-EXIT
           PERFORM 1600-LOAD-FINDINGS THRU 1600-EXIT
           PERFORM 1700-LOAD-POSTINGS THRU 1700-EXIT
           PERFORM 1800-LOAD-REVIEWS-DONE THRU 1800-EXIT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           MOVE WS-LOOKAHEAD-DATE TO WS-RH-THROUGH
           WRITE REVIEW-WORKLIST-LINE FROM WS-REPORT-HEADER
           WRITE REVIEW-WORKLIST-LINE FROM WS-COLUMN-HEADER
           MOVE ZERO TO CUM-CUSTOMER-ID
           START CUSTOMER-MASTER KEY NOT LESS THAN CUM-CUSTOMER-ID
               INVALID KEY
                   SET WS-END-OF-CUSTOMERS TO TRUE
           END-START.
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
      * 1400-READ-RISK-PARM - thresholds, review intervals,
      * lookback and lookahead; a missing card or a zero field
      * keeps the default.
      *-----------------------------------------------------------*
       1400-READ-RISK-PARM.
           OPEN INPUT RISK-PARM
           IF NOT WS-PM-OK
               GO TO 1400-EXIT
           END-IF
           READ RISK-PARM
               AT END
                   CLOSE RISK-PARM
                   GO TO 1400-EXIT
           END-READ
           IF RKP-HIGH-THRESHOLD NUMERIC
               AND RKP-HIGH-THRESHOLD > ZERO
               MOVE RKP-HIGH-THRESHOLD TO WS-HIGH-THRESHOLD
           END-IF
           IF RKP-MEDIUM-THRESHOLD NUMERIC
               AND RKP-MEDIUM-THRESHOLD > ZERO
               MOVE RKP-MEDIUM-THRESHOLD TO WS-MEDIUM-THRESHOLD
           END-IF
           IF RKP-HIGH-REVIEW-DAYS NUMERIC
               AND RKP-HIGH-REVIEW-DAYS > ZERO
               MOVE RKP-HIGH-REVIEW-DAYS TO WS-HIGH-REVIEW-DAYS
           END-IF
           IF RKP-MEDIUM-REVIEW-DAYS NUMERIC
               AND RKP-MEDIUM-REVIEW-DAYS > ZERO
               MOVE RKP-MEDIUM-REVIEW-DAYS TO WS-MEDIUM-REVIEW-DAYS
           END-IF
           IF RKP-LOW-REVIEW-DAYS NUMERIC
               AND RKP-LOW-REVIEW-DAYS > ZERO
               MOVE RKP-LOW-REVIEW-DAYS TO WS-LOW-REVIEW-DAYS
           END-IF
           IF RKP-LOOKBACK-DAYS NUMERIC
               AND RKP-LOOKBACK-DAYS > ZERO
               MOVE RKP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF RKP-LOOKAHEAD-DAYS NUMERIC
               AND RKP-LOOKAHEAD-DAYS > ZERO
               MOVE RKP-LOOKAHEAD-DAYS TO WS-LOOKAHEAD-DAYS
           END-IF
           CLOSE RISK-PARM.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-WATCH-HITS - open and blocked hits on the review
      * queue, counted by customer.  A cleared hit was a false
      * match and scores nothing.
      *-----------------------------------------------------------*
       1500-LOAD-WATCH-HITS.
           OPEN INPUT WATCH-QUEUE
           IF NOT WS-QU-OK
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 1550-LOAD-ONE-HIT THRU 1550-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE WATCH-QUEUE.
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-HIT.
           READ WATCH-QUEUE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
                   GO TO 1550-EXIT
           END-READ
           IF NOT WLH-OPEN AND NOT WLH-BLOCKED
               GO TO 1550-EXIT
           END-IF
           MOVE ZERO TO WS-WH-SUB
           MOVE ZERO TO WS-WH-HIT-SUB
           PERFORM 1560-MATCH-ONE-CUSTOMER THRU 1560-EXIT
               UNTIL WS-WH-SUB = WS-WH-ENTRIES
                  OR WS-WH-HIT-SUB > ZERO
           IF WS-WH-HIT-SUB = ZERO
               IF WS-WH-ENTRIES = WS-WH-MAX
                   PERFORM 1990-REPORT-TABLE-FULL THRU 1990-EXIT
                   GO TO 1550-EXIT
               END-IF
               ADD 1 TO WS-WH-ENTRIES
               MOVE WS-WH-ENTRIES TO WS-WH-HIT-SUB
               MOVE WLH-CUSTOMER-ID
                   TO WS-WH-CUSTOMER-ID (WS-WH-HIT-SUB)
               MOVE ZERO TO WS-WH-COUNT (WS-WH-HIT-SUB)
           END-IF
           IF WS-WH-COUNT (WS-WH-HIT-SUB) < 999
               ADD 1 TO WS-WH-COUNT (WS-WH-HIT-SUB)
           END-IF.
       1550-EXIT.
           EXIT.

       1560-MATCH-ONE-CUSTOMER.
           ADD 1 TO WS-WH-SUB
           IF WS-WH-CUSTOMER-ID (WS-WH-SUB) = WLH-CUSTOMER-ID
               MOVE WS-WH-SUB TO WS-WH-HIT-SUB
           END-IF.
       1560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1600-LOAD-FINDINGS - structuring and large-transaction
      * findings dated within the lookback, marked against the
      * account.  A report rerun logs the same finding twice;
      * only whether there is one counts.
      *-----------------------------------------------------------*
       1600-LOAD-FINDINGS.
           OPEN INPUT FINDING-LOG
           IF NOT WS-FD-OK
               GO TO 1600-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 1650-LOAD-ONE-FINDING THRU 1650-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE FINDING-LOG.
       1600-EXIT.
           EXIT.

       1650-LOAD-ONE-FINDING.
           READ FINDING-LOG
               AT END
                   SET WS-END-OF-INPUT TO TRUE
                   GO TO 1650-EXIT
           END-READ
           IF MNF-FINDING-DATE NOT NUMERIC
               OR MNF-FINDING-DATE < WS-LOOKBACK-DATE
               GO TO 1650-EXIT
           END-IF
           MOVE MNF-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID
           SET WS-ADD-ACCOUNT TO TRUE
           PERFORM 1900-FIND-ACCOUNT THRU 1900-EXIT
           IF WS-AT-HIT-SUB = ZERO
               GO TO 1650-EXIT
           END-IF
           IF MNF-STRUCTURING
               MOVE 'Y' TO WS-AT-STRUCTURING (WS-AT-HIT-SUB)
           END-IF
           IF MNF-LARGE-TRANSACTION
               MOVE 'Y' TO WS-AT-LARGE-TRAN (WS-AT-HIT-SUB)
           END-IF.
       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1700-LOAD-POSTINGS - posted deposits and withdrawals in
      * the lookback, totalled by account, with the share taken
      * in cash at a teller or an ATM.
      *-----------------------------------------------------------*
       1700-LOAD-POSTINGS.
           OPEN INPUT POSTING-LOG
           IF NOT WS-PL-OK
               GO TO 1700-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 1750-LOAD-ONE-POSTING THRU 1750-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE POSTING-LOG.
       1700-EXIT.
           EXIT.

       1750-LOAD-ONE-POSTING.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-INPUT TO TRUE
                   GO TO 1750-EXIT
           END-READ
           CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
           IF PLG-RESULT NOT = 'POSTED  '
               OR (PLG-TRAN-TYPE NOT = 'DE'
                   AND PLG-TRAN-TYPE NOT = 'WD')
               OR PLG-POST-DATE < WS-LOOKBACK-DATE
               GO TO 1750-EXIT
           END-IF
           MOVE PLG-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID
           SET WS-ADD-ACCOUNT TO TRUE
           PERFORM 1900-FIND-ACCOUNT THRU 1900-EXIT
           IF WS-AT-HIT-SUB = ZERO
               GO TO 1750-EXIT
           END-IF
           ADD PLG-AMOUNT TO WS-AT-ACTIVITY (WS-AT-HIT-SUB)
           IF PLG-CHANNEL = 'TL' OR PLG-CHANNEL = 'AT'
               ADD PLG-AMOUNT TO WS-AT-CASH (WS-AT-HIT-SUB)
           END-IF.
       1750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1800-LOAD-REVIEWS-DONE - completed reviews keyed in by
      * compliance; a customer reviewed twice keeps the later.
      *-----------------------------------------------------------*
       1800-LOAD-REVIEWS-DONE.
           OPEN INPUT REVIEW-DONE-FILE
           IF NOT WS-DN-OK
               GO TO 1800-EXIT
           END-IF
           MOVE 'N' TO WS-INPUT-EOF-SW
           PERFORM 1850-LOAD-ONE-REVIEW THRU 1850-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE REVIEW-DONE-FILE.
       1800-EXIT.
           EXIT.

       1850-LOAD-ONE-REVIEW.
           READ REVIEW-DONE-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
                   GO TO 1850-EXIT
           END-READ
           IF RKD-CUSTOMER-ID NOT NUMERIC
               OR RKD-REVIEW-DATE NOT NUMERIC
               OR RKD-REVIEW-DATE > WS-TODAY-DATE
               DISPLAY 'COMPLETED REVIEW REJECTED: '
                   RISK-REVIEW-DONE-RECORD
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 1850-EXIT
           END-IF
           MOVE RKD-CUSTOMER-ID TO CUM-CUSTOMER-ID
           PERFORM 2800-FIND-REVIEW-DONE THRU 2800-EXIT
           IF WS-RD-HIT-SUB = ZERO
               IF WS-RD-ENTRIES = WS-RD-MAX
                   PERFORM 1990-REPORT-TABLE-FULL THRU 1990-EXIT
                   GO TO 1850-EXIT
               END-IF
               ADD 1 TO WS-RD-ENTRIES
               MOVE WS-RD-ENTRIES TO WS-RD-HIT-SUB
               MOVE RKD-CUSTOMER-ID
                   TO WS-RD-CUSTOMER-ID (WS-RD-HIT-SUB)
               MOVE ZERO TO WS-RD-REVIEW-DATE (WS-RD-HIT-SUB)
           END-IF
           IF RKD-REVIEW-DATE > WS-RD-REVIEW-DATE (WS-RD-HIT-SUB)
               MOVE RKD-REVIEW-DATE
                   TO WS-RD-REVIEW-DATE (WS-RD-HIT-SUB)
               MOVE RKD-REVIEWED-BY
                   TO WS-RD-REVIEWED-BY (WS-RD-HIT-SUB)
           END-IF.
       1850-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1900-FIND-ACCOUNT - the activity-table entry for
      * WS-WORK-ACCOUNT-ID, added if WS-ADD-ACCOUNT is set and
      * there is none.  WS-AT-HIT-SUB is zero when there is no
      * entry (or no room for one).
      *-----------------------------------------------------------*
       1900-FIND-ACCOUNT.
           MOVE ZERO TO WS-AT-SUB
           MOVE ZERO TO WS-AT-HIT-SUB
           PERFORM 1950-MATCH-ONE-ACCOUNT THRU 1950-EXIT
               UNTIL WS-AT-SUB = WS-AT-ENTRIES
                  OR WS-AT-HIT-SUB > ZERO
           IF WS-AT-HIT-SUB > ZERO OR NOT WS-ADD-ACCOUNT
               GO TO 1900-EXIT
           END-IF
           IF WS-AT-ENTRIES = WS-AT-MAX
               PERFORM 1990-REPORT-TABLE-FULL THRU 1990-EXIT
               GO TO 1900-EXIT
           END-IF
           ADD 1 TO WS-AT-ENTRIES
           MOVE WS-AT-ENTRIES TO WS-AT-HIT-SUB
           MOVE WS-WORK-ACCOUNT-ID TO WS-AT-ACCOUNT-ID (WS-AT-HIT-SUB)
           MOVE 'N' TO WS-AT-STRUCTURING (WS-AT-HIT-SUB)
           MOVE 'N' TO WS-AT-LARGE-TRAN (WS-AT-HIT-SUB)
           MOVE ZERO TO WS-AT-CASH (WS-AT-HIT-SUB)
           MOVE ZERO TO WS-AT-ACTIVITY (WS-AT-HIT-SUB).
       1900-EXIT.
           EXIT.

       1950-MATCH-ONE-ACCOUNT.
           ADD 1 TO WS-AT-SUB
           IF WS-AT-ACCOUNT-ID (WS-AT-SUB) = WS-WORK-ACCOUNT-ID
               MOVE WS-AT-SUB TO WS-AT-HIT-SUB
           END-IF.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1990-REPORT-TABLE-FULL - said once; what did not fit
      * scores nothing tonight, so the run ends with a warning.
      *-----------------------------------------------------------*
       1990-REPORT-TABLE-FULL.
           IF NOT WS-TABLE-FULL-REPORTED
               DISPLAY 'RISK RATING TABLE FULL - SOME ACTIVITY NOT '
                   'SCORED'
               SET WS-TABLE-FULL-REPORTED TO TRUE
           END-IF
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       1990-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RATE-ONE-CUSTOMER - score the customer over their
      * accounts, rate them, move the review dates, and put the
      * master back if anything changed.  A deceased customer is
      * passed by; the estate work has them.
      *-----------------------------------------------------------*
       2000-RATE-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-CUSTOMERS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-CUSTOMER-COUNT
           IF CUM-DATE-OF-DEATH NUMERIC AND NOT CUM-NOT-DECEASED
               GO TO 2000-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           IF NOT CUM-RISK-HIGH AND NOT CUM-RISK-MEDIUM
               AND NOT CUM-RISK-LOW
               SET CUM-RISK-UNRATED TO TRUE
           END-IF
           IF CUM-RISK-SCORE NOT NUMERIC
               MOVE ZERO TO CUM-RISK-SCORE
           END-IF
           IF CUM-NEXT-REVIEW-DATE NOT NUMERIC
               MOVE ZERO TO CUM-NEXT-REVIEW-DATE
           END-IF
           IF CUM-LAST-REVIEW-DATE NOT NUMERIC
               MOVE ZERO TO CUM-LAST-REVIEW-DATE
           END-IF
           MOVE CUM-RISK-RATING TO WS-OLD-RATING
           MOVE CUM-RISK-SCORE TO WS-OLD-SCORE
           MOVE CUM-NEXT-REVIEW-DATE TO WS-OLD-NEXT-REVIEW
           MOVE 'N' TO WS-COMMERCIAL-SW
           MOVE 'N' TO WS-CREDIT-LINE-SW
           MOVE 'N' TO WS-STRUCTURING-SW
           MOVE 'N' TO WS-LARGE-TRAN-SW
           MOVE ZERO TO WS-CUSTOMER-CASH
           MOVE ZERO TO WS-CUSTOMER-ACTIVITY
           MOVE ZERO TO WS-LINK-COUNT
           PERFORM 2100-SCAN-LINKED-ACCOUNTS THRU 2100-EXIT
           IF WS-LINK-COUNT = ZERO AND CUM-ACCOUNT-ID NUMERIC
               AND CUM-ACCOUNT-ID > ZERO
               MOVE CUM-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID
               PERFORM 2300-SCORE-ONE-ACCOUNT THRU 2300-EXIT
           END-IF
           PERFORM 2400-COMPUTE-SCORE THRU 2400-EXIT
           PERFORM 2500-SET-REVIEW-DATES THRU 2500-EXIT
           ADD 1 TO WS-RATED-COUNT
           EVALUATE TRUE
               WHEN CUM-RISK-HIGH
                   ADD 1 TO WS-HIGH-COUNT
               WHEN CUM-RISK-MEDIUM
                   ADD 1 TO WS-MEDIUM-COUNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-COUNT
           END-EVALUATE
           IF CUM-RISK-RATING NOT = WS-OLD-RATING
               ADD 1 TO WS-CHANGED-COUNT
           END-IF
           IF CUM-RISK-RATING NOT = WS-OLD-RATING
               OR CUM-RISK-SCORE NOT = WS-OLD-SCORE
               OR WS-REVIEW-RECORDED
               PERFORM 2600-WRITE-HISTORY THRU 2600-EXIT
           END-IF
           IF CUSTOMER-MASTER-RECORD NOT = WS-BEFORE-IMAGE
               PERFORM 2650-REWRITE-CUSTOMER THRU 2650-EXIT
           END-IF
           PERFORM 2700-LIST-IF-DUE THRU 2700-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-SCAN-LINKED-ACCOUNTS - the link file is keyed on
      * customer first, so the customer's links run together
      * from their key.
      *-----------------------------------------------------------*
       2100-SCAN-LINKED-ACCOUNTS.
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE CUM-CUSTOMER-ID TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2150-SCORE-ONE-LINK THRU 2150-EXIT
               UNTIL WS-END-OF-LINKS.
       2100-EXIT.
           EXIT.

       2150-SCORE-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF CAR-CUSTOMER-ID NOT = CUM-CUSTOMER-ID
               SET WS-END-OF-LINKS TO TRUE
               GO TO 2150-EXIT
           END-IF
           ADD 1 TO WS-LINK-COUNT
           MOVE CAR-ACCOUNT-ID TO WS-WORK-ACCOUNT-ID
           PERFORM 2300-SCORE-ONE-ACCOUNT THRU 2300-EXIT.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-SCORE-ONE-ACCOUNT - the category of an account still
      * on the books, and whatever activity and findings were
      * tabled against it.  Activity on an account closed within
      * the lookback still counts.
      *-----------------------------------------------------------*
       2300-SCORE-ONE-ACCOUNT.
           MOVE WS-WORK-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACCT-STATUS-CLOSED
                       AND NOT ACCT-STATUS-CHARGED-OFF
                       IF ACCT-CATEGORY-COMMERCIAL
                           SET WS-HAS-COMMERCIAL TO TRUE
                       END-IF
                       IF ACCT-CATEGORY-CREDIT-LINE
                           SET WS-HAS-CREDIT-LINE TO TRUE
                       END-IF
                   END-IF
           END-READ
           MOVE 'N' TO WS-ADD-ACCOUNT-SW
           PERFORM 1900-FIND-ACCOUNT THRU 1900-EXIT
           IF WS-AT-HIT-SUB = ZERO
               GO TO 2300-EXIT
           END-IF
           IF WS-AT-STRUCTURING (WS-AT-HIT-SUB) = 'Y'
               SET WS-HAS-STRUCTURING TO TRUE
           END-IF
           IF WS-AT-LARGE-TRAN (WS-AT-HIT-SUB) = 'Y'
               SET WS-HAS-LARGE-TRAN TO TRUE
           END-IF
           ADD WS-AT-CASH (WS-AT-HIT-SUB) TO WS-CUSTOMER-CASH
           ADD WS-AT-ACTIVITY (WS-AT-HIT-SUB)
               TO WS-CUSTOMER-ACTIVITY.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-COMPUTE-SCORE - the points for each factor, the
      * score (capped at 999) and the rating it earns.
      *-----------------------------------------------------------*
       2400-COMPUTE-SCORE.
           MOVE ZERO TO WS-CATEGORY-POINTS
           IF WS-HAS-COMMERCIAL
               ADD 20 TO WS-CATEGORY-POINTS
           END-IF
           IF WS-HAS-CREDIT-LINE
               ADD 10 TO WS-CATEGORY-POINTS
           END-IF
           MOVE ZERO TO WS-WATCH-HITS
           MOVE ZERO TO WS-WH-SUB
           MOVE ZERO TO WS-WH-HIT-SUB
           PERFORM 2450-MATCH-WATCH-CUSTOMER THRU 2450-EXIT
               UNTIL WS-WH-SUB = WS-WH-ENTRIES
                  OR WS-WH-HIT-SUB > ZERO
           IF WS-WH-HIT-SUB > ZERO
               MOVE WS-WH-COUNT (WS-WH-HIT-SUB) TO WS-WATCH-HITS
           END-IF
           IF WS-WATCH-HITS > 24
               MOVE 999 TO WS-WATCH-POINTS
           ELSE
               COMPUTE WS-WATCH-POINTS = WS-WATCH-HITS * 40
           END-IF
           MOVE ZERO TO WS-FINDING-POINTS
           IF WS-HAS-STRUCTURING
               ADD 30 TO WS-FINDING-POINTS
           END-IF
           IF WS-HAS-LARGE-TRAN
               ADD 15 TO WS-FINDING-POINTS
           END-IF
           MOVE ZERO TO WS-CASH-PERCENT
           IF WS-CUSTOMER-ACTIVITY > ZERO
               COMPUTE WS-CASH-PERCENT =
                   WS-CUSTOMER-CASH * 100 / WS-CUSTOMER-ACTIVITY
           END-IF
           EVALUATE TRUE
               WHEN WS-CASH-PERCENT NOT < 50
                   MOVE 20 TO WS-CASH-POINTS
               WHEN WS-CASH-PERCENT NOT < 25
                   MOVE 10 TO WS-CASH-POINTS
               WHEN OTHER
                   MOVE ZERO TO WS-CASH-POINTS
           END-EVALUATE
           COMPUTE WS-SCORE-WORK = WS-CATEGORY-POINTS
               + WS-WATCH-POINTS + WS-FINDING-POINTS
               + WS-CASH-POINTS
           IF WS-SCORE-WORK > 999
               MOVE 999 TO WS-NEW-SCORE
           ELSE
               MOVE WS-SCORE-WORK TO WS-NEW-SCORE
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-SCORE NOT < WS-HIGH-THRESHOLD
                   MOVE 'H' TO WS-NEW-RATING
               WHEN WS-NEW-SCORE NOT < WS-MEDIUM-THRESHOLD
                   MOVE 'M' TO WS-NEW-RATING
               WHEN OTHER
                   MOVE 'L' TO WS-NEW-RATING
           END-EVALUATE
           MOVE WS-NEW-SCORE TO CUM-RISK-SCORE
           MOVE WS-NEW-RATING TO CUM-RISK-RATING.
       2400-EXIT.
           EXIT.

       2450-MATCH-WATCH-CUSTOMER.
           ADD 1 TO WS-WH-SUB
           IF WS-WH-CUSTOMER-ID (WS-WH-SUB) = CUM-CUSTOMER-ID
               MOVE WS-WH-SUB TO WS-WH-HIT-SUB
           END-IF.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-SET-REVIEW-DATES - a completed review later than the
      * last one on the master is stamped, and the next review
      * falls one interval (for the new rating) after it.
      * Otherwise a customer newly rated, rerated, or with no
      * review date is due within the new interval from today,
      * or sooner if already due sooner.
      *-----------------------------------------------------------*
       2500-SET-REVIEW-DATES.
           MOVE 'N' TO WS-REVIEW-RECORDED-SW
           MOVE SPACES TO WS-REVIEWED-BY
           EVALUATE TRUE
               WHEN CUM-RISK-HIGH
                   MOVE WS-HIGH-REVIEW-DAYS TO WS-REVIEW-INTERVAL
               WHEN CUM-RISK-MEDIUM
                   MOVE WS-MEDIUM-REVIEW-DAYS TO WS-REVIEW-INTERVAL
               WHEN OTHER
                   MOVE WS-LOW-REVIEW-DAYS TO WS-REVIEW-INTERVAL
           END-EVALUATE
           PERFORM 2800-FIND-REVIEW-DONE THRU 2800-EXIT
           IF WS-RD-HIT-SUB > ZERO
               IF WS-RD-REVIEW-DATE (WS-RD-HIT-SUB)
                   > CUM-LAST-REVIEW-DATE
                   MOVE WS-RD-REVIEW-DATE (WS-RD-HIT-SUB)
                       TO CUM-LAST-REVIEW-DATE
                   MOVE WS-RD-REVIEWED-BY (WS-RD-HIT-SUB)
                       TO WS-REVIEWED-BY
                   COMPUTE CUM-NEXT-REVIEW-DATE =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                        (CUM-LAST-REVIEW-DATE)
                        + WS-REVIEW-INTERVAL)
                   SET WS-REVIEW-RECORDED TO TRUE
                   ADD 1 TO WS-REVIEWED-COUNT
                   GO TO 2500-EXIT
               END-IF
           END-IF
           IF CUM-RISK-RATING = WS-OLD-RATING
               AND CUM-NEXT-REVIEW-DATE > ZERO
               GO TO 2500-EXIT
           END-IF
           COMPUTE WS-CANDIDATE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                + WS-REVIEW-INTERVAL)
           IF CUM-NEXT-REVIEW-DATE = ZERO
               OR WS-CANDIDATE-DATE < CUM-NEXT-REVIEW-DATE
               MOVE WS-CANDIDATE-DATE TO CUM-NEXT-REVIEW-DATE
           END-IF.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-WRITE-HISTORY - the change, with the points behind
      * it.
      *-----------------------------------------------------------*
       2600-WRITE-HISTORY.
           MOVE CUM-CUSTOMER-ID TO RKH-CUSTOMER-ID
           MOVE WS-TODAY-DATE TO RKH-RATED-DATE
           IF WS-REVIEW-RECORDED
               SET RKH-REVIEWED TO TRUE
           ELSE
               SET RKH-RESCORED TO TRUE
           END-IF
           MOVE WS-OLD-RATING TO RKH-OLD-RATING
           MOVE CUM-RISK-RATING TO RKH-NEW-RATING
           MOVE WS-OLD-SCORE TO RKH-OLD-SCORE
           MOVE CUM-RISK-SCORE TO RKH-NEW-SCORE
           MOVE WS-CATEGORY-POINTS TO RKH-CATEGORY-POINTS
           MOVE WS-WATCH-POINTS TO RKH-WATCH-POINTS
           MOVE WS-FINDING-POINTS TO RKH-FINDING-POINTS
           MOVE WS-CASH-POINTS TO RKH-CASH-POINTS
           MOVE WS-CASH-PERCENT TO RKH-CASH-PERCENT
           MOVE CUM-NEXT-REVIEW-DATE TO RKH-NEXT-REVIEW-DATE
           MOVE WS-REVIEWED-BY TO RKH-REVIEWED-BY
           WRITE RISK-HISTORY-RECORD.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2650-REWRITE-CUSTOMER - journaled for MSTRPLAY.
      *-----------------------------------------------------------*
       2650-REWRITE-CUSTOMER.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'CUSTOMER REWRITE FAILED: '
                       CUM-CUSTOMER-ID
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   SET MJR-FILE-CUSTOMER TO TRUE
                   SET MJR-ACTION-REWRITE TO TRUE
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   MOVE CUSTOMER-MASTER-RECORD TO MJR-AFTER-IMAGE
                   PERFORM 7000-JOURNAL-ONE-CHANGE THRU 7000-EXIT
           END-REWRITE.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2700-LIST-IF-DUE - the worklist line for a review past
      * due or falling due within the lookahead.
      *-----------------------------------------------------------*
       2700-LIST-IF-DUE.
           IF CUM-NEXT-REVIEW-DATE > WS-LOOKAHEAD-DATE
               GO TO 2700-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CUM-NEXT-REVIEW-DATE < WS-TODAY-DATE
                   MOVE 'OVERDUE' TO WS-DUE-STATUS
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN CUM-NEXT-REVIEW-DATE = WS-TODAY-DATE
                   MOVE 'DUE TODAY' TO WS-DUE-STATUS
                   ADD 1 TO WS-DUE-COUNT
               WHEN OTHER
                   MOVE 'DUE' TO WS-DUE-STATUS
                   ADD 1 TO WS-DUE-COUNT
           END-EVALUATE
           MOVE CUM-CUSTOMER-ID TO WS-DL-CUSTOMER
           MOVE CUM-NAME TO WS-DL-NAME
           MOVE CUM-RISK-RATING TO WS-DL-RATING
           MOVE CUM-RISK-SCORE TO WS-DL-SCORE
           EVALUATE TRUE
               WHEN CUM-RISK-RATING = WS-OLD-RATING
                   MOVE SPACES TO WS-DL-WAS
               WHEN WS-OLD-RATING = SPACES
                   MOVE '-' TO WS-DL-WAS
               WHEN OTHER
                   MOVE WS-OLD-RATING TO WS-DL-WAS
           END-EVALUATE
           IF CUM-LAST-REVIEW-DATE = ZERO
               MOVE 'NONE' TO WS-DL-LAST-REVIEW
           ELSE
               MOVE CUM-LAST-REVIEW-DATE TO WS-DL-LAST-REVIEW
           END-IF
           MOVE CUM-NEXT-REVIEW-DATE TO WS-DL-NEXT-REVIEW
           MOVE WS-DUE-STATUS TO WS-DL-STATUS
           WRITE REVIEW-WORKLIST-LINE FROM WS-DETAIL-LINE.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2800-FIND-REVIEW-DONE - the completed-review entry for
      * CUM-CUSTOMER-ID; WS-RD-HIT-SUB is zero when there is none.
      *-----------------------------------------------------------*
       2800-FIND-REVIEW-DONE.
           MOVE ZERO TO WS-RD-SUB
           MOVE ZERO TO WS-RD-HIT-SUB
           PERFORM 2850-MATCH-ONE-REVIEW THRU 2850-EXIT
               UNTIL WS-RD-SUB = WS-RD-ENTRIES
                  OR WS-RD-HIT-SUB > ZERO.
       2800-EXIT.
           EXIT.

       2850-MATCH-ONE-REVIEW.
           ADD 1 TO WS-RD-SUB
           IF WS-RD-CUSTOMER-ID (WS-RD-SUB) = CUM-CUSTOMER-ID
               MOVE WS-RD-SUB TO WS-RD-HIT-SUB
           END-IF.
       2850-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-JOURNAL-ONE-CHANGE - the caller has set the file,
      * the action and the after image; the before image is in
      * WS-BEFORE-IMAGE.
      *-----------------------------------------------------------*
       7000-JOURNAL-ONE-CHANGE.
           ACCEPT WS-JOURNAL-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-JOURNAL-STAMP(9:6) FROM TIME
           MOVE WS-JOURNAL-STAMP TO MJR-TIMESTAMP
           MOVE 'RISKRATE' TO MJR-PROGRAM
           MOVE WS-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
           WRITE MASTER-JOURNAL-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO REVIEW-WORKLIST-LINE
           WRITE REVIEW-WORKLIST-LINE
           MOVE 'CUSTOMERS RATED' TO WS-CL-LABEL
           MOVE WS-RATED-COUNT TO WS-CL-COUNT
           WRITE REVIEW-WORKLIST-LINE FROM WS-COUNT-LINE
           MOVE '  RATED HIGH' TO WS-CL-LABEL
           MOVE WS-HIGH-COUNT TO WS-CL-COUNT
           WRITE REVIEW-WORKLIST-LINE FROM WS-COUNT-LINE
           MOVE '  RATED MEDIUM' TO WS-CL-LABEL
           MOVE WS-MEDIUM-COUNT TO WS-CL-COUNT
           WRITE REVIEW-WORKLIST-LINE FROM WS-COUNT-LINE
           MOVE '  RATED LOW' TO WS-CL-LABEL
           MOVE WS-LOW-COUNT TO WS-CL-COUNT
           WRITE REVIEW-WORKLIST-LINE FROM WS-COUNT-LINE
           MOVE 'RATINGS CHANGED THIS RUN' TO WS-CL-LABEL
           MOVE WS-CHANGED-COUNT TO WS-CL-COUNT
           WRITE REVIEW-WORKLIST-LINE FROM WS-COUNT-LINE
           MOVE 'COMPLETED REVIEWS RECORDED' TO WS-CL-LABEL
           MOVE WS-REVIEWED-COUNT TO WS-CL-COUNT
           WRITE REVIEW-WORKLIST-LINE FROM WS-COUNT-LINE
           MOVE 'REVIEWS DUE' TO WS-CL-LABEL
           MOVE WS-DUE-COUNT TO WS-CL-COUNT
           WRITE REVIEW-WORKLIST-LINE FROM WS-COUNT-LINE
           MOVE 'REVIEWS OVERDUE' TO WS-CL-LABEL
           MOVE WS-OVERDUE-COUNT TO WS-CL-COUNT
           WRITE REVIEW-WORKLIST-LINE FROM WS-COUNT-LINE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'CUSTOMERS READ:          ' WS-CUSTOMER-COUNT
           DISPLAY 'CUSTOMERS RATED:         ' WS-RATED-COUNT
           DISPLAY 'RATINGS CHANGED:         ' WS-CHANGED-COUNT
           DISPLAY 'REVIEWS RECORDED:        ' WS-REVIEWED-COUNT
           DISPLAY 'REVIEWS DUE / OVERDUE:   ' WS-DUE-COUNT
               ' / ' WS-OVERDUE-COUNT
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE ACCOUNT-MASTER
               CLOSE REVIEW-WORKLIST
               CLOSE RISK-HISTORY
               CLOSE MASTER-JOURNAL
           END-IF.
       9000-EXIT.
           EXIT.
