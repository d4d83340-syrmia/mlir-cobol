      *-----------------------------------------------------------*
      * PROGRAM:      LOANDLQ
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Loan delinquency report.  The 30/60/90 view of the loan
      * book that ODAGING gives collections for overdrawn
      * deposits: every active loan on LOANMST, under the branch
      * that owns its account, with the days delinquent and
      * bucket LOANPAY sets each night.  Each branch lists its
      * delinquent loans worst bucket first - the account, the
      * holder, days, payments missed, principal and late fees
      * owed - and closes with its count and principal in each
      * bucket, current loans included, so the branch sees how
      * much of its book is behind.  The report ends with the
      * same bucket totals for the whole bank.
      *
      * Run after LOANPAY.  The BRPARM card selects a single
      * branch as it does for the other branch reports.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANDLQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT BRANCH-PARM ASSIGN TO "BRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT SORT-WORK ASSIGN TO "LNDSORT"
               FILE STATUS IS WS-SORT-STATUS.
           SELECT DELINQUENCY-REPORT ASSIGN TO "LOANDLQ.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  BRANCH-MASTER.
       COPY "brnchmst.cpy".

       FD  BRANCH-PARM.
       COPY "brparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-BRANCH-CODE          PIC 9(03).
           05  SW-BUCKET               PIC 9(01).
           05  SW-ACCOUNT-ID           PIC 9(07).
           05  SW-HOLDER               PIC X(25).
           05  SW-DAYS                 PIC 9(04).
           05  SW-MISSED               PIC 9(03).
           05  SW-PRINCIPAL            PIC 9(07)V9(02).
           05  SW-FEES-DUE             PIC 9(06)V9(02).

       FD  DELINQUENCY-REPORT.
       01  DELINQUENCY-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LM-OK                       VALUE '00'.
           88  WS-LM-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-BRANCH-STATUS         PIC X(02).
           88  WS-BR-OK                       VALUE '00'.
       01  WS-BRANCH-PARM-STATUS    PIC X(02).
           88  WS-BP-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-SORT-STATUS           PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-LOANS-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LOANS-OPEN                  VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-SORT                 VALUE 'Y'.
       01  WS-BRANCH-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-BRANCHES             VALUE 'Y'.
       01  WS-FIRST-TIME-SW         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-BRANCH-SELECT         PIC 9(03) VALUE 999.
       01  WS-CURRENT-BRANCH        PIC 9(03).
       01  WS-LOANS-REPORTED        PIC 9(05) VALUE ZERO.
       01  WS-DELINQUENT-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-SUB                   PIC 9(03).
       01  WS-BKT-SUB               PIC 9(01).
       01  WS-BRANCH-TABLE-ENTRIES  PIC 9(03) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BRT-CODE         PIC 9(03).
               10  WS-BRT-NAME         PIC X(30).
       01  WS-BUCKET-NAMES-VALUES.
           05  FILLER               PIC X(10) VALUE 'CURRENT   '.
           05  FILLER               PIC X(10) VALUE '1-29 DAYS '.
           05  FILLER               PIC X(10) VALUE '30-59 DAYS'.
           05  FILLER               PIC X(10) VALUE '60-89 DAYS'.
           05  FILLER               PIC X(10) VALUE '90+ DAYS  '.
       01  WS-BUCKET-NAMES REDEFINES WS-BUCKET-NAMES-VALUES.
           05  WS-BUCKET-NAME       PIC X(10) OCCURS 5 TIMES.
       01  WS-BRANCH-BUCKETS.
           05  WS-BB-ENTRY OCCURS 5 TIMES.
               10  WS-BB-COUNT         PIC 9(05).
               10  WS-BB-PRINCIPAL     PIC 9(09)V9(02).
       01  WS-TOTAL-BUCKETS.
           05  WS-TB-ENTRY OCCURS 5 TIMES.
               10  WS-TB-COUNT         PIC 9(05).
               10  WS-TB-PRINCIPAL     PIC 9(09)V9(02).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(33) VALUE
               'LOAN DELINQUENCY BY BRANCH AS OF '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               '  ACCOUNT  ACCOUNT HOLDER             BK'.
           05  FILLER               PIC X(40) VALUE
               'T    DAYS  MSD     PRINCIPAL    FEES DUE'.
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
           05  WS-DL-BUCKET         PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS           PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-MISSED         PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-PRINCIPAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-FEES-DUE       PIC ZZZ,ZZ9.99.
       01  WS-BUCKET-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-BL-NAME           PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BL-COUNT          PIC ZZ,ZZ9.
           05  FILLER               PIC X(08) VALUE ' LOANS  '.
           05  WS-BL-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-HEADER          PIC X(40) VALUE
               'ALL BRANCHES'.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-END-OF-SORT
               SORT SORT-WORK
                   ON ASCENDING KEY SW-BRANCH-CODE
                   ON DESCENDING KEY SW-BUCKET
                   ON ASCENDING KEY SW-ACCOUNT-ID
                   INPUT PROCEDURE IS 2000-LOAD-SORT-WORK
                   OUTPUT PROCEDURE IS 3000-REPORT-BY-BRANCH
               PERFORM 3950-WRITE-TOTALS THRU 3950-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no loan master means no loan has been
      * booked, and the report says so.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1200-READ-BRANCH-SELECTION THRU 1200-EXIT
           PERFORM 1400-LOAD-BRANCH-TABLE THRU 1400-EXIT
           INITIALIZE WS-TOTAL-BUCKETS
           OPEN INPUT LOAN-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT DELINQUENCY-REPORT
           IF NOT WS-AF-OK OR NOT WS-RP-OK
               OR NOT (WS-LM-OK OR WS-LM-NOT-FOUND)
               DISPLAY 'UNABLE TO OPEN LOAN DELINQUENCY FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-SORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           IF WS-LM-OK
               SET WS-LOANS-OPEN TO TRUE
           END-IF
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE DELINQUENCY-LINE FROM WS-REPORT-HEADER
           IF WS-LM-NOT-FOUND
               MOVE 'NO LOANS ON FILE' TO DELINQUENCY-LINE
               WRITE DELINQUENCY-LINE
               SET WS-END-OF-SORT TO TRUE
               GO TO 1000-EXIT
           END-IF
           WRITE DELINQUENCY-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
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
      * 2000-LOAD-SORT-WORK - feed every active loan, under the
      * branch that owns its account, to the sort.  A loan booked
      * before delinquency was carried counts as current until
      * LOANPAY has aged it.
      *-----------------------------------------------------------*
       2000-LOAD-SORT-WORK.
           PERFORM 2100-READ-AND-RELEASE THRU 2100-EXIT
               UNTIL WS-END-OF-SORT.

       2100-READ-AND-RELEASE.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-SORT TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               GO TO 2100-EXIT
           END-IF
           MOVE LNM-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE ZERO TO ACCT-BRANCH-CODE
                   MOVE 'NOT ON ACCOUNT MASTER' TO ACCT-ACCOUNT-HOLDER
           END-READ
           IF WS-BRANCH-SELECT NOT = 999
               AND ACCT-BRANCH-CODE NOT = WS-BRANCH-SELECT
               GO TO 2100-EXIT
           END-IF
           MOVE ACCT-BRANCH-CODE TO SW-BRANCH-CODE
           MOVE LNM-ACCOUNT-ID TO SW-ACCOUNT-ID
           MOVE ACCT-ACCOUNT-HOLDER (1:25) TO SW-HOLDER
           MOVE LNM-PAST-DUE-COUNT TO SW-MISSED
           MOVE LNM-PRINCIPAL-BALANCE TO SW-PRINCIPAL
           IF LNM-DELINQ-BUCKET NUMERIC
               MOVE LNM-DELINQ-BUCKET TO SW-BUCKET
               MOVE LNM-DAYS-DELINQUENT TO SW-DAYS
               MOVE LNM-LATE-FEES-DUE TO SW-FEES-DUE
           ELSE
               MOVE ZERO TO SW-BUCKET
               MOVE ZERO TO SW-DAYS
               MOVE ZERO TO SW-FEES-DUE
           END-IF
           RELEASE SORT-WORK-RECORD.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPORT-BY-BRANCH - list each branch's delinquent
      * loans and close the branch with its bucket totals.
      *-----------------------------------------------------------*
       3000-REPORT-BY-BRANCH.
           MOVE 'N' TO WS-EOF-SW
           MOVE 'Y' TO WS-FIRST-TIME-SW
           PERFORM 3100-RETURN-AND-LIST THRU 3100-EXIT
               UNTIL WS-END-OF-SORT
           IF NOT WS-FIRST-RECORD
               PERFORM 3400-CLOSE-BRANCH THRU 3400-EXIT
           END-IF.

       3100-RETURN-AND-LIST.
           RETURN SORT-WORK
               AT END
                   SET WS-END-OF-SORT TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-TIME-SW
               PERFORM 3050-START-BRANCH THRU 3050-EXIT
           END-IF
           IF SW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
               PERFORM 3400-CLOSE-BRANCH THRU 3400-EXIT
               PERFORM 3050-START-BRANCH THRU 3050-EXIT
           END-IF
           COMPUTE WS-BKT-SUB = SW-BUCKET + 1
           ADD 1 TO WS-BB-COUNT (WS-BKT-SUB)
           ADD SW-PRINCIPAL TO WS-BB-PRINCIPAL (WS-BKT-SUB)
           ADD 1 TO WS-TB-COUNT (WS-BKT-SUB)
           ADD SW-PRINCIPAL TO WS-TB-PRINCIPAL (WS-BKT-SUB)
           ADD 1 TO WS-LOANS-REPORTED
           IF SW-BUCKET = ZERO
               GO TO 3100-EXIT
           END-IF
           MOVE SW-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE SW-HOLDER TO WS-DL-HOLDER
           EVALUATE SW-BUCKET
               WHEN 4
                   MOVE '90+' TO WS-DL-BUCKET
               WHEN 3
                   MOVE '60-89' TO WS-DL-BUCKET
               WHEN 2
                   MOVE '30-59' TO WS-DL-BUCKET
               WHEN OTHER
                   MOVE '1-29' TO WS-DL-BUCKET
           END-EVALUATE
           MOVE SW-DAYS TO WS-DL-DAYS
           MOVE SW-MISSED TO WS-DL-MISSED
           MOVE SW-PRINCIPAL TO WS-DL-PRINCIPAL
           MOVE SW-FEES-DUE TO WS-DL-FEES-DUE
           WRITE DELINQUENCY-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DELINQUENT-COUNT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-START-BRANCH - the heading, named off the branch
      * table, and fresh bucket counters.
      *-----------------------------------------------------------*
       3050-START-BRANCH.
           MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH
           INITIALIZE WS-BRANCH-BUCKETS
           MOVE WS-CURRENT-BRANCH TO WS-BH-BRANCH
           MOVE SPACES TO WS-BH-NAME
           MOVE ZERO TO WS-SUB
           PERFORM 3060-NAME-ONE-BRANCH THRU 3060-EXIT
               UNTIL WS-SUB = WS-BRANCH-TABLE-ENTRIES
           MOVE SPACES TO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE FROM WS-BRANCH-HEADER.
       3050-EXIT.
           EXIT.

       3060-NAME-ONE-BRANCH.
           ADD 1 TO WS-SUB
           IF WS-BRT-CODE (WS-SUB) = WS-CURRENT-BRANCH
               MOVE WS-BRT-NAME (WS-SUB) TO WS-BH-NAME
           END-IF.
       3060-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-CLOSE-BRANCH - the branch's count and principal in
      * each bucket.
      *-----------------------------------------------------------*
       3400-CLOSE-BRANCH.
           MOVE ZERO TO WS-BKT-SUB
           PERFORM 3450-WRITE-BRANCH-BUCKET THRU 3450-EXIT
               UNTIL WS-BKT-SUB = 5.
       3400-EXIT.
           EXIT.

       3450-WRITE-BRANCH-BUCKET.
           ADD 1 TO WS-BKT-SUB
           MOVE WS-BUCKET-NAME (WS-BKT-SUB) TO WS-BL-NAME
           MOVE WS-BB-COUNT (WS-BKT-SUB) TO WS-BL-COUNT
           MOVE WS-BB-PRINCIPAL (WS-BKT-SUB) TO WS-BL-PRINCIPAL
           WRITE DELINQUENCY-LINE FROM WS-BUCKET-LINE.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3950-WRITE-TOTALS - the whole bank, bucket by bucket.
      *-----------------------------------------------------------*
       3950-WRITE-TOTALS.
           MOVE SPACES TO DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE
           WRITE DELINQUENCY-LINE FROM WS-TOTAL-HEADER
           MOVE ZERO TO WS-BKT-SUB
           PERFORM 3960-WRITE-TOTAL-BUCKET THRU 3960-EXIT
               UNTIL WS-BKT-SUB = 5.
       3950-EXIT.
           EXIT.

       3960-WRITE-TOTAL-BUCKET.
           ADD 1 TO WS-BKT-SUB
           MOVE WS-BUCKET-NAME (WS-BKT-SUB) TO WS-BL-NAME
           MOVE WS-TB-COUNT (WS-BKT-SUB) TO WS-BL-COUNT
           MOVE WS-TB-PRINCIPAL (WS-BKT-SUB) TO WS-BL-PRINCIPAL
           WRITE DELINQUENCY-LINE FROM WS-BUCKET-LINE.
       3960-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'ACTIVE LOANS REPORTED: ' WS-LOANS-REPORTED
           DISPLAY 'DELINQUENT LOANS LISTED: ' WS-DELINQUENT-COUNT
           IF WS-LOANS-OPEN
               CLOSE LOAN-MASTER
           END-IF
           IF WS-FILES-OPEN
               CLOSE ACCOUNT-MASTER
               CLOSE DELINQUENCY-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
