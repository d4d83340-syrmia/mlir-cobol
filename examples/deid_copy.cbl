      *-----------------------------------------------------------*
      * PROGRAM:      DEIDCOPY
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * De-identified copy of the production files for the test
      * region.  The test region used to run on straight copies
      * of CUSTMST, ACCTFILE and TRANFILE, real names, addresses
      * and telephone numbers included, which the privacy policy
      * does not allow.  This copies the customer master, account
      * master, transaction file, customer-account links, loan
      * master and schedule, term-deposit file and watch-list hit
      * queue to the test-region files (TSTCUST, TSTACCT, TSTTRAN,
      * TSTLINK, TSTLOAN, TSTSCHD, TSTTDEP, TSTWLQ) with:
      *
      *   - every customer's name, address lines, city and phone
      *     replaced by values spelled from the customer ID, so
      *     the same customer reads the same way on every file;
      *     state is kept and the ZIP cut to its first three
      *     digits, so mail sorts and tax work still have
      *     something to sort on.  A blank address stays blank.
      *   - every account number remapped - the six digits ahead
      *     of the check digit multiplied by the key on the
      *     DEIDPARM card, modulo a million, and a fresh check
      *     digit computed the way ACCTOPEN issues one.  The
      *     same account always maps to the same number, so the
      *     links (CUSTACCT, CUM-ACCOUNT-ID, the transaction
      *     ACCOUNT-ID, the overdraft-protection account, the
      *     loan, schedule and term-deposit keys, the watch hits)
      *     all still join.
      *   - the account holder name replaced by the primary
      *     holder's made-up name (the CUSTACCT primary holder,
      *     else the customer whose CUM-ACCOUNT-ID names it), or
      *     a made-up name of its own where no customer holds it.
      *   - the name on a watch-list hit replaced by the made-up
      *     name of the customer or account it hit.
      *
      * Customer and transaction IDs are carried over as they
      * are.  When the copy is written it is checked the way
      * INTAUDIT checks production - every transaction, customer
      * link, relationship row, loan, schedule row, term deposit
      * and watch hit must find its account and customer on the
      * copy - and further that every copied account number
      * passes its check digit and that no customer's name,
      * street or phone and no account holder came across
      * unchanged.  The findings go to DEIDCOPY.RPT by severity
      * with the record counts; high-severity findings end the
      * step 16 and the copy must not be released to the test
      * region, medium-only 8.  A join that is already broken on
      * production (see INTAUD.RPT) is broken on the copy too.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEIDCOPY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEID-PARM ASSIGN TO "DEIDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
                   IN CUSTOMER-MASTER-RECORD
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
                   IN ACCOUNT-MASTER-RECORD
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID IN TRANSACTION-RECORD
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY IN CUSTOMER-ACCOUNT-RECORD
               FILE STATUS IS WS-CUST-ACCT-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID IN LOAN-MASTER-RECORD
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT AMORT-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY IN AMORT-SCHEDULE-RECORD
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-ACCOUNT-ID IN TERM-DEPOSIT-RECORD
               FILE STATUS IS WS-TERM-STATUS.
           SELECT WATCH-QUEUE ASSIGN TO "WLQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT TEST-CUSTOMER ASSIGN TO "TSTCUST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
                   IN TEST-CUSTOMER-RECORD
               FILE STATUS IS WS-TEST-CUST-STATUS.
           SELECT TEST-ACCOUNT ASSIGN TO "TSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
                   IN TEST-ACCOUNT-RECORD
               FILE STATUS IS WS-TEST-ACCT-STATUS.
           SELECT TEST-TRANSACTION ASSIGN TO "TSTTRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID IN TEST-TRANSACTION-RECORD
               FILE STATUS IS WS-TEST-TRAN-STATUS.
           SELECT TEST-LINK ASSIGN TO "TSTLINK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY IN TEST-LINK-RECORD
               FILE STATUS IS WS-TEST-LINK-STATUS.
           SELECT TEST-LOAN ASSIGN TO "TSTLOAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID IN TEST-LOAN-RECORD
               FILE STATUS IS WS-TEST-LOAN-STATUS.
           SELECT TEST-SCHEDULE ASSIGN TO "TSTSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY IN TEST-SCHEDULE-RECORD
               FILE STATUS IS WS-TEST-SCHD-STATUS.
           SELECT TEST-TERM-DEPOSIT ASSIGN TO "TSTTDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-ACCOUNT-ID IN TEST-TERM-RECORD
               FILE STATUS IS WS-TEST-TERM-STATUS.
           SELECT TEST-WATCH-QUEUE ASSIGN TO "TSTWLQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TEST-WLQ-STATUS.
           SELECT DEID-REPORT ASSIGN TO "DEIDCOPY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEID-PARM.
       COPY "deidparm.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  AMORT-SCHEDULE.
       COPY "loansched.cpy".

       FD  TERM-DEPOSIT-FILE.
       COPY "termdep.cpy".

       FD  WATCH-QUEUE.
       COPY "wlqueue.cpy".

       FD  TEST-CUSTOMER.
       COPY "custmst.cpy" REPLACING CUSTOMER-MASTER-RECORD
           BY TEST-CUSTOMER-RECORD.

       FD  TEST-ACCOUNT.
       COPY "acctmst.cpy" REPLACING ACCOUNT-MASTER-RECORD
           BY TEST-ACCOUNT-RECORD.

       FD  TEST-TRANSACTION.
       COPY "tranrec.cpy" REPLACING TRANSACTION-RECORD
           BY TEST-TRANSACTION-RECORD.

       FD  TEST-LINK.
       COPY "custacct.cpy" REPLACING CUSTOMER-ACCOUNT-RECORD
           BY TEST-LINK-RECORD.

       FD  TEST-LOAN.
       COPY "loanmst.cpy" REPLACING LOAN-MASTER-RECORD
           BY TEST-LOAN-RECORD.

       FD  TEST-SCHEDULE.
       COPY "loansched.cpy" REPLACING AMORT-SCHEDULE-RECORD
           BY TEST-SCHEDULE-RECORD.

       FD  TEST-TERM-DEPOSIT.
       COPY "termdep.cpy" REPLACING TERM-DEPOSIT-RECORD
           BY TEST-TERM-RECORD.

       FD  TEST-WATCH-QUEUE.
       COPY "wlqueue.cpy" REPLACING WATCH-HIT-RECORD
           BY TEST-WATCH-HIT-RECORD.

       FD  DEID-REPORT.
       01  DEID-REPORT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LN-OK                       VALUE '00'.
       01  WS-SCHED-STATUS          PIC X(02).
           88  WS-SC-OK                       VALUE '00'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TD-OK                       VALUE '00'.
       01  WS-QUEUE-STATUS          PIC X(02).
           88  WS-WQ-OK                       VALUE '00'.
       01  WS-TEST-CUST-STATUS      PIC X(02).
           88  WS-TC-OK                       VALUE '00'.
       01  WS-TEST-ACCT-STATUS      PIC X(02).
           88  WS-TA-OK                       VALUE '00'.
       01  WS-TEST-TRAN-STATUS      PIC X(02).
           88  WS-TT-OK                       VALUE '00'.
       01  WS-TEST-LINK-STATUS      PIC X(02).
           88  WS-TK-OK                       VALUE '00'.
       01  WS-TEST-LOAN-STATUS      PIC X(02).
           88  WS-TN-OK                       VALUE '00'.
       01  WS-TEST-SCHD-STATUS      PIC X(02).
           88  WS-TS-OK                       VALUE '00'.
       01  WS-TEST-TERM-STATUS      PIC X(02).
           88  WS-TM-OK                       VALUE '00'.
       01  WS-TEST-WLQ-STATUS       PIC X(02).
           88  WS-TW-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01).
           88  WS-END-OF-FILE                 VALUE 'Y'.
       01  WS-LINK-FILE-SW          PIC X(01) VALUE 'N'.
           88  WS-LINK-FILE-PRESENT           VALUE 'Y'.
       01  WS-LOAN-FILE-SW          PIC X(01) VALUE 'N'.
           88  WS-LOAN-FILE-PRESENT           VALUE 'Y'.
       01  WS-SCHED-FILE-SW         PIC X(01) VALUE 'N'.
           88  WS-SCHED-FILE-PRESENT          VALUE 'Y'.
       01  WS-TERM-FILE-SW          PIC X(01) VALUE 'N'.
           88  WS-TERM-FILE-PRESENT           VALUE 'Y'.
       01  WS-QUEUE-FILE-SW         PIC X(01) VALUE 'N'.
           88  WS-QUEUE-FILE-PRESENT          VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-KEY-QUOTIENT          PIC 9(06).
       01  WS-KEY-LAST-DIGIT        PIC 9(01).
           88  WS-KEY-DIGIT-VALID             VALUE 1 3 7 9.
       01  WS-HIGH-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-MEDIUM-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-LINE.
           05  WS-EX-SEVERITY       PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-EX-TEXT           PIC X(60).
       01  WS-FINDING-PREFIX        PIC X(45).

      *-----------------------------------------------------------*
      * Records read and written per file, in the order the
      * files are copied: 1 CUSTMST, 2 ACCTFILE, 3 TRANFILE,
      * 4 CUSTACCT, 5 LOANMST, 6 LOANSCHD, 7 TERMDEP, 8 WLQUEUE.
      *-----------------------------------------------------------*
       01  WS-FILE-SUB              PIC 9(01).
       01  WS-COUNT-TABLE.
           05  WS-COUNT-ENTRY OCCURS 8 TIMES.
               10  WS-CNT-READ         PIC 9(07).
               10  WS-CNT-WRITTEN      PIC 9(07).
       01  WS-FILE-NAME-VALUES.
           05  FILLER               PIC X(08) VALUE 'CUSTMST '.
           05  FILLER               PIC X(08) VALUE 'ACCTFILE'.
           05  FILLER               PIC X(08) VALUE 'TRANFILE'.
           05  FILLER               PIC X(08) VALUE 'CUSTACCT'.
           05  FILLER               PIC X(08) VALUE 'LOANMST '.
           05  FILLER               PIC X(08) VALUE 'LOANSCHD'.
           05  FILLER               PIC X(08) VALUE 'TERMDEP '.
           05  FILLER               PIC X(08) VALUE 'WLQUEUE '.
       01  WS-FILE-NAME-TABLE       REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME         OCCURS 8 TIMES PIC X(08).

      *-----------------------------------------------------------*
      * Account-number remapping and the check digit.
      *-----------------------------------------------------------*
       01  WS-MAP-IN-ID             PIC 9(07).
       01  WS-MAP-OUT-ID            PIC 9(07).
       01  WS-MAP-PRODUCT           PIC 9(12).
       01  WS-MAP-QUOTIENT          PIC 9(06).
       01  WS-MAP-NEW-BASE          PIC 9(06).
       01  WS-CKD-ACCOUNT-ID        PIC 9(07).
       01  WS-CKD-DIGITS            REDEFINES WS-CKD-ACCOUNT-ID.
           05  WS-CKD-DIGIT         OCCURS 7 TIMES PIC 9(01).
       01  WS-CKD-PARTS             REDEFINES WS-CKD-ACCOUNT-ID.
           05  WS-CKD-BASE          PIC 9(06).
           05  FILLER               PIC 9(01).
       01  WS-CKD-SUB               PIC 9(01).
       01  WS-CKD-PRODUCT           PIC 9(02).
       01  WS-CKD-SUM               PIC 9(03).
       01  WS-CKD-EXPECTED          PIC 9(02).
       01  WS-CKD-OK-SW             PIC X(01).
           88  WS-CKD-OK                      VALUE 'Y'.

      *-----------------------------------------------------------*
      * Made-up names and contact details, spelled from an ID one
      * letter per digit (0 = A ... 9 = J).
      *-----------------------------------------------------------*
       01  WS-LETTER-VALUES         PIC X(10) VALUE 'ABCDEFGHIJ'.
       01  WS-LETTER-TABLE          REDEFINES WS-LETTER-VALUES.
           05  WS-LETTER            OCCURS 10 TIMES PIC X(01).
       01  WS-SPELL-ID              PIC 9(07).
       01  WS-SPELL-DIGITS          REDEFINES WS-SPELL-ID.
           05  WS-SPELL-DIGIT       OCCURS 7 TIMES PIC 9(01).
       01  WS-SPELL-LETTERS         PIC X(07).
       01  WS-SPELL-SUB             PIC 9(01).
       01  WS-SPELL-LETTER-SUB      PIC 9(02).
       01  WS-FAKE-NAME             PIC X(20).
       01  WS-HOLDER-NAME           PIC X(50).
       01  WS-HIT-NAME              PIC X(30).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'DE-IDENTIFIED TEST COPY - RUN DATE      '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'FILE           READ   WRITTEN           '.
       01  WS-COUNT-LINE.
           05  WS-CL-FILE-NAME      PIC X(08).
           05  WS-CL-READ           PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-CL-WRITTEN        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CL-NOTE           PIC X(20).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-COPY-ACCOUNTS THRU 2000-EXIT
               PERFORM 3000-COPY-CUSTOMERS THRU 3000-EXIT
               PERFORM 3500-COPY-LINKS THRU 3500-EXIT
               PERFORM 4000-COPY-TRANSACTIONS THRU 4000-EXIT
               PERFORM 5000-COPY-LOANS THRU 5000-EXIT
               PERFORM 5300-COPY-SCHEDULES THRU 5300-EXIT
               PERFORM 5600-COPY-TERM-DEPOSITS THRU 5600-EXIT
               PERFORM 5800-COPY-WATCH-HITS THRU 5800-EXIT
               PERFORM 6000-VERIFY-COPY THRU 6000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the key card and the three masters are
      * required; the link, loan, schedule, term-deposit and
      * watch-queue files are copied where they exist, and their
      * test-region copies are written empty where they do not.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-COUNT-TABLE
           OPEN OUTPUT DEID-REPORT
           IF NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN DEIDCOPY.RPT'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE DEID-REPORT-LINE FROM WS-REPORT-HEADER
           PERFORM 1100-READ-KEY-CARD THRU 1100-EXIT
           IF NOT WS-RUN-OK
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-CM-OK OR NOT WS-AF-OK OR NOT WS-TF-OK
               DISPLAY 'UNABLE TO OPEN PRODUCTION MASTERS'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT TEST-CUSTOMER
           OPEN OUTPUT TEST-ACCOUNT
           OPEN OUTPUT TEST-TRANSACTION
           OPEN OUTPUT TEST-LINK
           OPEN OUTPUT TEST-LOAN
           OPEN OUTPUT TEST-SCHEDULE
           OPEN OUTPUT TEST-TERM-DEPOSIT
           OPEN OUTPUT TEST-WATCH-QUEUE
           IF NOT WS-TC-OK OR NOT WS-TA-OK OR NOT WS-TT-OK
               OR NOT WS-TK-OK OR NOT WS-TN-OK OR NOT WS-TS-OK
               OR NOT WS-TM-OK OR NOT WS-TW-OK
               DISPLAY 'UNABLE TO OPEN TEST-REGION FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-ACCOUNT
           IF WS-CA-OK
               SET WS-LINK-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT LOAN-MASTER
           IF WS-LN-OK
               SET WS-LOAN-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT AMORT-SCHEDULE
           IF WS-SC-OK
               SET WS-SCHED-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TD-OK
               SET WS-TERM-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT WATCH-QUEUE
           IF WS-WQ-OK
               SET WS-QUEUE-FILE-PRESENT TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-READ-KEY-CARD - no card, or a key that would map two
      * accounts to one number (one not ending in 1, 3, 7 or 9)
      * or leave them where they are (1), stops the copy.
      *-----------------------------------------------------------*
       1100-READ-KEY-CARD.
           OPEN INPUT DEID-PARM
           IF NOT WS-PM-OK
               DISPLAY 'NO DEIDPARM CARD - COPY NOT MADE'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1100-EXIT
           END-IF
           READ DEID-PARM
               AT END
                   MOVE ZERO TO DIP-ACCOUNT-KEY
           END-READ
           CLOSE DEID-PARM
           IF DIP-ACCOUNT-KEY IS NOT NUMERIC
               MOVE ZERO TO DIP-ACCOUNT-KEY
           END-IF
           DIVIDE DIP-ACCOUNT-KEY BY 10 GIVING WS-KEY-QUOTIENT
               REMAINDER WS-KEY-LAST-DIGIT
           IF DIP-ACCOUNT-KEY NOT > 1 OR NOT WS-KEY-DIGIT-VALID
               DISPLAY 'DEIDPARM ACCOUNT KEY INVALID - COPY NOT MADE'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-COPY-ACCOUNTS - remapped, with a holder name of the
      * account's own for now; the customer and link copies put
      * the holder's made-up name on it.  The test account file
      * is then reopened for that.
      *-----------------------------------------------------------*
       2000-COPY-ACCOUNTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2100-COPY-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE TEST-ACCOUNT
           OPEN I-O TEST-ACCOUNT.
       2000-EXIT.
           EXIT.

       2100-COPY-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ (2)
           MOVE ACCOUNT-MASTER-RECORD TO TEST-ACCOUNT-RECORD
           MOVE ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
               TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO ACCT-ACCOUNT-ID
               IN TEST-ACCOUNT-RECORD
           MOVE ACCT-ODP-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
               TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO ACCT-ODP-ACCOUNT-ID
               IN TEST-ACCOUNT-RECORD
           MOVE ACCT-ACCOUNT-ID IN TEST-ACCOUNT-RECORD
               TO WS-SPELL-ID
           PERFORM 8600-SPELL-ID THRU 8600-EXIT
           MOVE SPACES TO WS-HOLDER-NAME
           STRING 'ACCOUNT HOLDER ' WS-SPELL-LETTERS
               DELIMITED BY SIZE INTO WS-HOLDER-NAME
           MOVE WS-HOLDER-NAME TO ACCT-ACCOUNT-HOLDER
               IN TEST-ACCOUNT-RECORD
           WRITE TEST-ACCOUNT-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'ACCOUNT ' ACCT-ACCOUNT-ID
                       IN ACCOUNT-MASTER-RECORD
                       ' REMAPS ONTO A NUMBER ALREADY USED'
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-WRITTEN (2)
           END-WRITE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COPY-CUSTOMERS - the made-up name, street, city and
      * phone, the ZIP cut back, the linked account remapped and
      * given this customer's made-up name as its holder.
      *-----------------------------------------------------------*
       3000-COPY-CUSTOMERS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-COPY-ONE-CUSTOMER THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-COPY-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ (1)
           MOVE CUSTOMER-MASTER-RECORD TO TEST-CUSTOMER-RECORD
           MOVE CUM-CUSTOMER-ID IN CUSTOMER-MASTER-RECORD
               TO WS-SPELL-ID
           PERFORM 8650-MAKE-CUSTOMER-NAME THRU 8650-EXIT
           MOVE WS-FAKE-NAME TO CUM-NAME IN TEST-CUSTOMER-RECORD
           IF CUM-ADDR-LINE-1 IN CUSTOMER-MASTER-RECORD
               NOT = SPACES
               MOVE SPACES TO CUM-ADDR-LINE-1 IN TEST-CUSTOMER-RECORD
               STRING WS-SPELL-ID ' TEST STREET'
                   DELIMITED BY SIZE
                   INTO CUM-ADDR-LINE-1 IN TEST-CUSTOMER-RECORD
           END-IF
           IF CUM-ADDR-LINE-2 IN CUSTOMER-MASTER-RECORD
               NOT = SPACES
               MOVE 'SUITE 100' TO CUM-ADDR-LINE-2
                   IN TEST-CUSTOMER-RECORD
           END-IF
           IF CUM-CITY IN CUSTOMER-MASTER-RECORD NOT = SPACES
               MOVE 'TESTVILLE' TO CUM-CITY IN TEST-CUSTOMER-RECORD
           END-IF
           IF CUM-ZIP IN CUSTOMER-MASTER-RECORD NOT = SPACES
               MOVE SPACES TO CUM-ZIP IN TEST-CUSTOMER-RECORD
               STRING CUM-ZIP IN CUSTOMER-MASTER-RECORD (1:3) '00'
                   DELIMITED BY SIZE
                   INTO CUM-ZIP IN TEST-CUSTOMER-RECORD
           END-IF
           IF CUM-PHONE IN CUSTOMER-MASTER-RECORD NOT = SPACES
               MOVE SPACES TO CUM-PHONE IN TEST-CUSTOMER-RECORD
               STRING '555-555-' WS-SPELL-ID (4:4)
                   DELIMITED BY SIZE
                   INTO CUM-PHONE IN TEST-CUSTOMER-RECORD
           END-IF
           MOVE CUM-ACCOUNT-ID IN CUSTOMER-MASTER-RECORD
               TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO CUM-ACCOUNT-ID
               IN TEST-CUSTOMER-RECORD
           WRITE TEST-CUSTOMER-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'CUSTOMER ' CUM-CUSTOMER-ID
                       IN CUSTOMER-MASTER-RECORD
                       ' NOT WRITTEN TO THE COPY'
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
                   GO TO 3100-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-WRITTEN (1)
           END-WRITE
           IF WS-MAP-OUT-ID NOT = ZERO
               PERFORM 3900-NAME-ACCOUNT-HOLDER THRU 3900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-COPY-LINKS - the account side of each relationship
      * remapped; a primary holder's made-up name goes on the
      * account, the relationship file being the authority.
      *-----------------------------------------------------------*
       3500-COPY-LINKS.
           IF NOT WS-LINK-FILE-PRESENT
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3600-COPY-ONE-LINK THRU 3600-EXIT
               UNTIL WS-END-OF-FILE.
       3500-EXIT.
           EXIT.

       3600-COPY-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3600-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ (4)
           MOVE CUSTOMER-ACCOUNT-RECORD TO TEST-LINK-RECORD
           MOVE CAR-ACCOUNT-ID IN CUSTOMER-ACCOUNT-RECORD
               TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO CAR-ACCOUNT-ID IN TEST-LINK-RECORD
           WRITE TEST-LINK-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'RELATIONSHIP ' CAR-CUSTOMER-ID
                       IN CUSTOMER-ACCOUNT-RECORD '/'
                       CAR-ACCOUNT-ID IN CUSTOMER-ACCOUNT-RECORD
                       ' NOT WRITTEN TO THE COPY'
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
                   GO TO 3600-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-WRITTEN (4)
           END-WRITE
           IF CAR-ROLE-PRIMARY IN CUSTOMER-ACCOUNT-RECORD
               MOVE CAR-CUSTOMER-ID IN CUSTOMER-ACCOUNT-RECORD
                   TO WS-SPELL-ID
               PERFORM 8650-MAKE-CUSTOMER-NAME THRU 8650-EXIT
               PERFORM 3900-NAME-ACCOUNT-HOLDER THRU 3900-EXIT
           END-IF.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-NAME-ACCOUNT-HOLDER - WS-FAKE-NAME onto the copied
      * account WS-MAP-OUT-ID, where the account was copied.
      *-----------------------------------------------------------*
       3900-NAME-ACCOUNT-HOLDER.
           MOVE WS-MAP-OUT-ID TO ACCT-ACCOUNT-ID
               IN TEST-ACCOUNT-RECORD
           READ TEST-ACCOUNT
               INVALID KEY
                   GO TO 3900-EXIT
           END-READ
           MOVE WS-FAKE-NAME TO ACCT-ACCOUNT-HOLDER
               IN TEST-ACCOUNT-RECORD
           REWRITE TEST-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-COPY-TRANSACTIONS - the account remapped, all else
      * as posted.
      *-----------------------------------------------------------*
       4000-COPY-TRANSACTIONS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4100-COPY-ONE-TRANSACTION THRU 4100-EXIT
               UNTIL WS-END-OF-FILE.
       4000-EXIT.
           EXIT.

       4100-COPY-ONE-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
           ADD 1 TO WS-CNT-READ (3)
           MOVE TRANSACTION-RECORD TO TEST-TRANSACTION-RECORD
           MOVE ACCOUNT-ID IN TRANSACTION-RECORD TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO ACCOUNT-ID
               IN TEST-TRANSACTION-RECORD
           WRITE TEST-TRANSACTION-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'UID ' UID IN TRANSACTION-RECORD
                       ' NOT WRITTEN TO THE COPY'
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-WRITTEN (3)
           END-WRITE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-COPY-LOANS / 5300-COPY-SCHEDULES /
      * 5600-COPY-TERM-DEPOSITS - keyed on the account, so the
      * key is what is remapped.
      *-----------------------------------------------------------*
       5000-COPY-LOANS.
           IF NOT WS-LOAN-FILE-PRESENT
               GO TO 5000-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 5100-COPY-ONE-LOAN THRU 5100-EXIT
               UNTIL WS-END-OF-FILE.
       5000-EXIT.
           EXIT.

       5100-COPY-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ (5)
           MOVE LOAN-MASTER-RECORD TO TEST-LOAN-RECORD
           MOVE LNM-ACCOUNT-ID IN LOAN-MASTER-RECORD TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO LNM-ACCOUNT-ID IN TEST-LOAN-RECORD
           WRITE TEST-LOAN-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'LOAN ' LNM-ACCOUNT-ID IN LOAN-MASTER-RECORD
                       ' NOT WRITTEN TO THE COPY'
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-WRITTEN (5)
           END-WRITE.
       5100-EXIT.
           EXIT.

       5300-COPY-SCHEDULES.
           IF NOT WS-SCHED-FILE-PRESENT
               GO TO 5300-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 5400-COPY-ONE-SCHEDULE-ROW THRU 5400-EXIT
               UNTIL WS-END-OF-FILE.
       5300-EXIT.
           EXIT.

       5400-COPY-ONE-SCHEDULE-ROW.
           READ AMORT-SCHEDULE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5400-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ (6)
           MOVE AMORT-SCHEDULE-RECORD TO TEST-SCHEDULE-RECORD
           MOVE AMS-ACCOUNT-ID IN AMORT-SCHEDULE-RECORD
               TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO AMS-ACCOUNT-ID
               IN TEST-SCHEDULE-RECORD
           WRITE TEST-SCHEDULE-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'SCHEDULE ROW ' AMS-ACCOUNT-ID
                       IN AMORT-SCHEDULE-RECORD '/'
                       AMS-PAYMENT-NO IN AMORT-SCHEDULE-RECORD
                       ' NOT WRITTEN TO THE COPY'
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-WRITTEN (6)
           END-WRITE.
       5400-EXIT.
           EXIT.

       5600-COPY-TERM-DEPOSITS.
           IF NOT WS-TERM-FILE-PRESENT
               GO TO 5600-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 5700-COPY-ONE-TERM-DEPOSIT THRU 5700-EXIT
               UNTIL WS-END-OF-FILE.
       5600-EXIT.
           EXIT.

       5700-COPY-ONE-TERM-DEPOSIT.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5700-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ (7)
           MOVE TERM-DEPOSIT-RECORD TO TEST-TERM-RECORD
           MOVE TDP-ACCOUNT-ID IN TERM-DEPOSIT-RECORD
               TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO TDP-ACCOUNT-ID IN TEST-TERM-RECORD
           WRITE TEST-TERM-RECORD
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'TERM DEPOSIT ' TDP-ACCOUNT-ID
                       IN TERM-DEPOSIT-RECORD
                       ' NOT WRITTEN TO THE COPY'
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-WRITTEN (7)
           END-WRITE.
       5700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5800-COPY-WATCH-HITS - the matched name becomes the
      * made-up name of the customer hit, or failing a customer
      * the copied holder name of the account hit, so a test
      * analyst sees the same name on the hit as on the record.
      *-----------------------------------------------------------*
       5800-COPY-WATCH-HITS.
           IF NOT WS-QUEUE-FILE-PRESENT
               GO TO 5800-EXIT
           END-IF
           MOVE 'N' TO WS-EOF-SW
           PERFORM 5900-COPY-ONE-WATCH-HIT THRU 5900-EXIT
               UNTIL WS-END-OF-FILE.
       5800-EXIT.
           EXIT.

       5900-COPY-ONE-WATCH-HIT.
           READ WATCH-QUEUE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5900-EXIT
           END-READ
           ADD 1 TO WS-CNT-READ (8)
           MOVE WATCH-HIT-RECORD TO TEST-WATCH-HIT-RECORD
           MOVE WLH-ACCOUNT-ID IN WATCH-HIT-RECORD TO WS-MAP-IN-ID
           PERFORM 8700-REMAP-ACCOUNT THRU 8700-EXIT
           MOVE WS-MAP-OUT-ID TO WLH-ACCOUNT-ID
               IN TEST-WATCH-HIT-RECORD
           MOVE WLH-LIST-ENTRY-ID IN WATCH-HIT-RECORD TO WS-SPELL-ID
           PERFORM 8600-SPELL-ID THRU 8600-EXIT
           MOVE SPACES TO WS-HIT-NAME
           STRING 'WATCH MATCH ' WS-SPELL-LETTERS
               DELIMITED BY SIZE INTO WS-HIT-NAME
           EVALUATE TRUE
               WHEN WLH-CUSTOMER-ID IN WATCH-HIT-RECORD NOT = ZERO
                   MOVE WLH-CUSTOMER-ID IN WATCH-HIT-RECORD
                       TO WS-SPELL-ID
                   PERFORM 8650-MAKE-CUSTOMER-NAME THRU 8650-EXIT
                   MOVE WS-FAKE-NAME TO WS-HIT-NAME
               WHEN WS-MAP-OUT-ID NOT = ZERO
                   MOVE WS-MAP-OUT-ID TO ACCT-ACCOUNT-ID
                       IN TEST-ACCOUNT-RECORD
                   READ TEST-ACCOUNT
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ACCT-ACCOUNT-HOLDER
                               IN TEST-ACCOUNT-RECORD
                               TO WS-HIT-NAME
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE WS-HIT-NAME TO WLH-MATCHED-NAME
               IN TEST-WATCH-HIT-RECORD
           WRITE TEST-WATCH-HIT-RECORD
           ADD 1 TO WS-CNT-WRITTEN (8).
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-VERIFY-COPY - the test-region files closed and
      * reopened for reading, and every join checked on them the
      * way INTAUDIT checks production, along with the check
      * digits and the replaced names.  Transaction UIDs are
      * copied unchanged, so the reversal and transfer-pair
      * links cannot have moved and are not walked again.
      *-----------------------------------------------------------*
       6000-VERIFY-COPY.
           CLOSE TEST-CUSTOMER
           CLOSE TEST-ACCOUNT
           CLOSE TEST-TRANSACTION
           CLOSE TEST-LINK
           CLOSE TEST-LOAN
           CLOSE TEST-SCHEDULE
           CLOSE TEST-TERM-DEPOSIT
           CLOSE TEST-WATCH-QUEUE
           OPEN INPUT TEST-CUSTOMER
           OPEN INPUT TEST-ACCOUNT
           OPEN INPUT TEST-TRANSACTION
           OPEN INPUT TEST-LINK
           OPEN INPUT TEST-LOAN
           OPEN INPUT TEST-SCHEDULE
           OPEN INPUT TEST-TERM-DEPOSIT
           OPEN INPUT TEST-WATCH-QUEUE
           IF NOT WS-TC-OK OR NOT WS-TA-OK OR NOT WS-TT-OK
               OR NOT WS-TK-OK OR NOT WS-TN-OK OR NOT WS-TS-OK
               OR NOT WS-TM-OK OR NOT WS-TW-OK
               MOVE 'TEST-REGION FILES WOULD NOT REOPEN - NOT VERIFIED'
                   TO WS-EX-TEXT
               PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
               GO TO 6000-EXIT
           END-IF
           MOVE 1 TO WS-FILE-SUB
           PERFORM 6050-CHECK-COUNTS THRU 6050-EXIT
               UNTIL WS-FILE-SUB > 8
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6100-VERIFY-ONE-ACCOUNT THRU 6100-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6200-VERIFY-ONE-CUSTOMER THRU 6200-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6300-VERIFY-ONE-LINK THRU 6300-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6400-VERIFY-ONE-TRANSACTION THRU 6400-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6500-VERIFY-ONE-LOAN THRU 6500-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6600-VERIFY-ONE-SCHEDULE-ROW THRU 6600-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6700-VERIFY-ONE-TERM-DEPOSIT THRU 6700-EXIT
               UNTIL WS-END-OF-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6800-VERIFY-ONE-WATCH-HIT THRU 6800-EXIT
               UNTIL WS-END-OF-FILE.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6050-CHECK-COUNTS - a record read and not written is a
      * record the test region will not have.
      *-----------------------------------------------------------*
       6050-CHECK-COUNTS.
           IF WS-CNT-WRITTEN (WS-FILE-SUB)
               NOT = WS-CNT-READ (WS-FILE-SUB)
               MOVE SPACES TO WS-EX-TEXT
               STRING WS-FILE-NAME (WS-FILE-SUB)
                   ' COPY SHORT - READ ' WS-CNT-READ (WS-FILE-SUB)
                   ' WRITTEN ' WS-CNT-WRITTEN (WS-FILE-SUB)
                   DELIMITED BY SIZE INTO WS-EX-TEXT
               PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
           END-IF
           ADD 1 TO WS-FILE-SUB.
       6050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-VERIFY-ONE-ACCOUNT - a valid check digit, a made-up
      * holder name, and an overdraft-protection account that is
      * on the copy.  The protection account is read by key, so
      * the walk is restarted past the account just checked.
      *-----------------------------------------------------------*
       6100-VERIFY-ONE-ACCOUNT.
           READ TEST-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           MOVE ACCT-ACCOUNT-ID IN TEST-ACCOUNT-RECORD
               TO WS-MAP-OUT-ID
           MOVE WS-MAP-OUT-ID TO WS-CKD-ACCOUNT-ID
           PERFORM 8900-COMPUTE-CHECK-DIGIT THRU 8900-EXIT
           IF WS-CKD-EXPECTED NOT = WS-CKD-DIGIT (7)
               MOVE SPACES TO WS-EX-TEXT
               STRING 'ACCOUNT ' WS-MAP-OUT-ID
                   ' FAILS ITS CHECK DIGIT'
                   DELIMITED BY SIZE INTO WS-EX-TEXT
               PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
           END-IF
           IF ACCT-ACCOUNT-HOLDER IN TEST-ACCOUNT-RECORD (1:15)
               NOT = 'ACCOUNT HOLDER '
               AND ACCT-ACCOUNT-HOLDER IN TEST-ACCOUNT-RECORD (1:9)
               NOT = 'CUSTOMER '
               MOVE SPACES TO WS-EX-TEXT
               STRING 'ACCOUNT ' WS-MAP-OUT-ID
                   ' HOLDER NAME NOT REPLACED'
                   DELIMITED BY SIZE INTO WS-EX-TEXT
               PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
           END-IF
           MOVE ACCT-ODP-ACCOUNT-ID IN TEST-ACCOUNT-RECORD
               TO WS-MAP-IN-ID
           IF WS-MAP-IN-ID = ZERO
               GO TO 6100-EXIT
           END-IF
           MOVE 'OVERDRAFT PROTECTION BY MISSING ACCOUNT'
               TO WS-FINDING-PREFIX
           PERFORM 6900-CHECK-ACCOUNT-ON-COPY THRU 6900-EXIT
           MOVE WS-MAP-OUT-ID TO ACCT-ACCOUNT-ID
               IN TEST-ACCOUNT-RECORD
           START TEST-ACCOUNT
               KEY IS GREATER THAN ACCT-ACCOUNT-ID
                   IN TEST-ACCOUNT-RECORD
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-VERIFY-ONE-CUSTOMER - name, street and phone must
      * differ from the production customer of the same ID, and
      * the linked account must be on the copy.
      *-----------------------------------------------------------*
       6200-VERIFY-ONE-CUSTOMER.
           READ TEST-CUSTOMER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6200-EXIT
           END-READ
           MOVE CUM-CUSTOMER-ID IN TEST-CUSTOMER-RECORD
               TO CUM-CUSTOMER-ID IN CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUM-NAME IN TEST-CUSTOMER-RECORD
                       = CUM-NAME IN CUSTOMER-MASTER-RECORD
                       OR (CUM-ADDR-LINE-1 IN TEST-CUSTOMER-RECORD
                       = CUM-ADDR-LINE-1 IN CUSTOMER-MASTER-RECORD
                       AND CUM-ADDR-LINE-1 IN TEST-CUSTOMER-RECORD
                       NOT = SPACES)
                       OR (CUM-PHONE IN TEST-CUSTOMER-RECORD
                       = CUM-PHONE IN CUSTOMER-MASTER-RECORD
                       AND CUM-PHONE IN TEST-CUSTOMER-RECORD
                       NOT = SPACES)
                       MOVE SPACES TO WS-EX-TEXT
                       STRING 'CUSTOMER ' CUM-CUSTOMER-ID
                           IN TEST-CUSTOMER-RECORD
                           ' CARRIES PRODUCTION CONTACT DATA'
                           DELIMITED BY SIZE INTO WS-EX-TEXT
                       PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
                   END-IF
           END-READ
           IF CUM-ACCOUNT-ID IN TEST-CUSTOMER-RECORD NOT = ZERO
               MOVE CUM-ACCOUNT-ID IN TEST-CUSTOMER-RECORD
                   TO ACCT-ACCOUNT-ID IN TEST-ACCOUNT-RECORD
               READ TEST-ACCOUNT
                   INVALID KEY
                       MOVE SPACES TO WS-EX-TEXT
                       STRING 'CUSTOMER ' CUM-CUSTOMER-ID
                           IN TEST-CUSTOMER-RECORD
                           ' LINKS MISSING ACCOUNT '
                           CUM-ACCOUNT-ID IN TEST-CUSTOMER-RECORD
                           DELIMITED BY SIZE INTO WS-EX-TEXT
                       PERFORM 7200-REPORT-MEDIUM THRU 7200-EXIT
               END-READ
           END-IF.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6300-VERIFY-ONE-LINK - both sides on the copy.
      *-----------------------------------------------------------*
       6300-VERIFY-ONE-LINK.
           READ TEST-LINK NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6300-EXIT
           END-READ
           MOVE CAR-CUSTOMER-ID IN TEST-LINK-RECORD
               TO CUM-CUSTOMER-ID IN TEST-CUSTOMER-RECORD
           READ TEST-CUSTOMER
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'RELATIONSHIP NAMES MISSING CUSTOMER '
                       CAR-CUSTOMER-ID IN TEST-LINK-RECORD
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   PERFORM 7200-REPORT-MEDIUM THRU 7200-EXIT
           END-READ
           MOVE CAR-ACCOUNT-ID IN TEST-LINK-RECORD
               TO WS-MAP-IN-ID
           MOVE 'RELATIONSHIP NAMES MISSING ACCOUNT'
               TO WS-FINDING-PREFIX
           PERFORM 6900-CHECK-ACCOUNT-ON-COPY THRU 6900-EXIT.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6400-VERIFY-ONE-TRANSACTION - the account on the copy;
      * high severity for a posted transaction, as in INTAUDIT.
      *-----------------------------------------------------------*
       6400-VERIFY-ONE-TRANSACTION.
           READ TEST-TRANSACTION NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6400-EXIT
           END-READ
           CALL 'TRANWIDE' USING TEST-TRANSACTION-RECORD RETURN-CODE
           MOVE ACCOUNT-ID IN TEST-TRANSACTION-RECORD
               TO ACCT-ACCOUNT-ID IN TEST-ACCOUNT-RECORD
           READ TEST-ACCOUNT
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING 'UID ' UID IN TEST-TRANSACTION-RECORD
                       ' NAMES ACCOUNT '
                       ACCOUNT-ID IN TEST-TRANSACTION-RECORD
                       ' NOT ON ACCOUNT COPY'
                       DELIMITED BY SIZE INTO WS-EX-TEXT
                   IF TRAN-POSTED IN TEST-TRANSACTION-RECORD
                       PERFORM 7100-REPORT-HIGH THRU 7100-EXIT
                   ELSE
                       PERFORM 7200-REPORT-MEDIUM THRU 7200-EXIT
                   END-IF
           END-READ.
       6400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500 / 6600 / 6700 - loans, schedule rows and term
      * deposits must each find their account on the copy.
      *-----------------------------------------------------------*
       6500-VERIFY-ONE-LOAN.
           READ TEST-LOAN NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6500-EXIT
           END-READ
           MOVE LNM-ACCOUNT-ID IN TEST-LOAN-RECORD TO WS-MAP-IN-ID
           MOVE 'LOAN ON MISSING ACCOUNT' TO WS-FINDING-PREFIX
           PERFORM 6900-CHECK-ACCOUNT-ON-COPY THRU 6900-EXIT.
       6500-EXIT.
           EXIT.

       6600-VERIFY-ONE-SCHEDULE-ROW.
           READ TEST-SCHEDULE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6600-EXIT
           END-READ
           MOVE AMS-ACCOUNT-ID IN TEST-SCHEDULE-RECORD
               TO WS-MAP-IN-ID
           MOVE 'SCHEDULE ROW ON MISSING ACCOUNT'
               TO WS-FINDING-PREFIX
           PERFORM 6900-CHECK-ACCOUNT-ON-COPY THRU 6900-EXIT.
       6600-EXIT.
           EXIT.

       6700-VERIFY-ONE-TERM-DEPOSIT.
           READ TEST-TERM-DEPOSIT NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6700-EXIT
           END-READ
           MOVE TDP-ACCOUNT-ID IN TEST-TERM-RECORD TO WS-MAP-IN-ID
           MOVE 'TERM DEPOSIT ON MISSING ACCOUNT'
               TO WS-FINDING-PREFIX
           PERFORM 6900-CHECK-ACCOUNT-ON-COPY THRU 6900-EXIT.
       6700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6800-VERIFY-ONE-WATCH-HIT - the customer and account hit
      * must be on the copy.
      *-----------------------------------------------------------*
       6800-VERIFY-ONE-WATCH-HIT.
           READ TEST-WATCH-QUEUE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6800-EXIT
           END-READ
           IF WLH-CUSTOMER-ID IN TEST-WATCH-HIT-RECORD NOT = ZERO
               MOVE WLH-CUSTOMER-ID IN TEST-WATCH-HIT-RECORD
                   TO CUM-CUSTOMER-ID IN TEST-CUSTOMER-RECORD
               READ TEST-CUSTOMER
                   INVALID KEY
                       MOVE SPACES TO WS-EX-TEXT
                       STRING 'WATCH HIT ' WLH-HIT-ID
                           IN TEST-WATCH-HIT-RECORD
                           ' ON MISSING CUSTOMER '
                           WLH-CUSTOMER-ID IN TEST-WATCH-HIT-RECORD
                           DELIMITED BY SIZE INTO WS-EX-TEXT
                       PERFORM 7200-REPORT-MEDIUM THRU 7200-EXIT
               END-READ
           END-IF
           MOVE WLH-ACCOUNT-ID IN TEST-WATCH-HIT-RECORD
               TO WS-MAP-IN-ID
           MOVE 'WATCH HIT ON MISSING ACCOUNT' TO WS-FINDING-PREFIX
           PERFORM 6900-CHECK-ACCOUNT-ON-COPY THRU 6900-EXIT.
       6800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6900-CHECK-ACCOUNT-ON-COPY - WS-MAP-IN-ID, where not zero,
      * must be on the account copy; WS-FINDING-PREFIX carries
      * the finding's wording, the account number goes on the
      * end.
      *-----------------------------------------------------------*
       6900-CHECK-ACCOUNT-ON-COPY.
           IF WS-MAP-IN-ID = ZERO
               GO TO 6900-EXIT
           END-IF
           MOVE WS-MAP-IN-ID TO ACCT-ACCOUNT-ID IN TEST-ACCOUNT-RECORD
           READ TEST-ACCOUNT
               INVALID KEY
                   MOVE SPACES TO WS-EX-TEXT
                   STRING WS-FINDING-PREFIX DELIMITED BY '  '
                       ' ' WS-MAP-IN-ID DELIMITED BY SIZE
                       INTO WS-EX-TEXT
                   PERFORM 7200-REPORT-MEDIUM THRU 7200-EXIT
           END-READ.
       6900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100/7200 - one finding line each, by severity.
      *-----------------------------------------------------------*
       7100-REPORT-HIGH.
           ADD 1 TO WS-HIGH-COUNT
           MOVE 'HIGH' TO WS-EX-SEVERITY
           WRITE DEID-REPORT-LINE FROM WS-EXCEPTION-LINE.
       7100-EXIT.
           EXIT.

       7200-REPORT-MEDIUM.
           ADD 1 TO WS-MEDIUM-COUNT
           MOVE 'MEDIUM' TO WS-EX-SEVERITY
           WRITE DEID-REPORT-LINE FROM WS-EXCEPTION-LINE.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS - the counts per file and the verdict.
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO DEID-REPORT-LINE
           WRITE DEID-REPORT-LINE
           WRITE DEID-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE 1 TO WS-FILE-SUB
           PERFORM 8100-WRITE-COUNT-LINE THRU 8100-EXIT
               UNTIL WS-FILE-SUB > 8
           MOVE SPACES TO DEID-REPORT-LINE
           WRITE DEID-REPORT-LINE
           MOVE 'HIGH-SEVERITY FINDINGS:' TO WS-TL-LABEL
           MOVE WS-HIGH-COUNT TO WS-TL-COUNT
           WRITE DEID-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'MEDIUM-SEVERITY FINDINGS:' TO WS-TL-LABEL
           MOVE WS-MEDIUM-COUNT TO WS-TL-COUNT
           WRITE DEID-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-HIGH-COUNT = ZERO
               MOVE 'VERIFICATION PASSED - COPY MAY BE RELEASED'
                   TO DEID-REPORT-LINE
           ELSE
               MOVE 'VERIFICATION FAILED - DO NOT RELEASE THE COPY'
                   TO DEID-REPORT-LINE
           END-IF
           WRITE DEID-REPORT-LINE.
       8000-EXIT.
           EXIT.

       8100-WRITE-COUNT-LINE.
           MOVE WS-FILE-NAME (WS-FILE-SUB) TO WS-CL-FILE-NAME
           MOVE WS-CNT-READ (WS-FILE-SUB) TO WS-CL-READ
           MOVE WS-CNT-WRITTEN (WS-FILE-SUB) TO WS-CL-WRITTEN
           MOVE SPACES TO WS-CL-NOTE
           EVALUATE WS-FILE-SUB
               WHEN 4
                   IF NOT WS-LINK-FILE-PRESENT
                       MOVE 'NO PRODUCTION FILE' TO WS-CL-NOTE
                   END-IF
               WHEN 5
                   IF NOT WS-LOAN-FILE-PRESENT
                       MOVE 'NO PRODUCTION FILE' TO WS-CL-NOTE
                   END-IF
               WHEN 6
                   IF NOT WS-SCHED-FILE-PRESENT
                       MOVE 'NO PRODUCTION FILE' TO WS-CL-NOTE
                   END-IF
               WHEN 7
                   IF NOT WS-TERM-FILE-PRESENT
                       MOVE 'NO PRODUCTION FILE' TO WS-CL-NOTE
                   END-IF
               WHEN 8
                   IF NOT WS-QUEUE-FILE-PRESENT
                       MOVE 'NO PRODUCTION FILE' TO WS-CL-NOTE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           WRITE DEID-REPORT-LINE FROM WS-COUNT-LINE
           ADD 1 TO WS-FILE-SUB.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8600-SPELL-ID - WS-SPELL-ID as seven letters in
      * WS-SPELL-LETTERS.
      *-----------------------------------------------------------*
       8600-SPELL-ID.
           MOVE ZERO TO WS-SPELL-SUB
           PERFORM 8610-SPELL-ONE-DIGIT THRU 8610-EXIT
               UNTIL WS-SPELL-SUB = 7.
       8600-EXIT.
           EXIT.

       8610-SPELL-ONE-DIGIT.
           ADD 1 TO WS-SPELL-SUB
           COMPUTE WS-SPELL-LETTER-SUB =
               WS-SPELL-DIGIT (WS-SPELL-SUB) + 1
           MOVE WS-LETTER (WS-SPELL-LETTER-SUB)
               TO WS-SPELL-LETTERS (WS-SPELL-SUB:1).
       8610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8650-MAKE-CUSTOMER-NAME - the made-up name of customer
      * WS-SPELL-ID in WS-FAKE-NAME; every file spells a customer
      * the same way.
      *-----------------------------------------------------------*
       8650-MAKE-CUSTOMER-NAME.
           PERFORM 8600-SPELL-ID THRU 8600-EXIT
           MOVE SPACES TO WS-FAKE-NAME
           STRING 'CUSTOMER ' WS-SPELL-LETTERS
               DELIMITED BY SIZE INTO WS-FAKE-NAME.
       8650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8700-REMAP-ACCOUNT - WS-MAP-IN-ID to its test-region
      * number in WS-MAP-OUT-ID: the six-digit base times the key,
      * modulo a million, with its check digit recomputed.  Zero,
      * meaning no account, stays zero.
      *-----------------------------------------------------------*
       8700-REMAP-ACCOUNT.
           IF WS-MAP-IN-ID = ZERO
               MOVE ZERO TO WS-MAP-OUT-ID
               GO TO 8700-EXIT
           END-IF
           MOVE WS-MAP-IN-ID TO WS-CKD-ACCOUNT-ID
           COMPUTE WS-MAP-PRODUCT = WS-CKD-BASE * DIP-ACCOUNT-KEY
           DIVIDE WS-MAP-PRODUCT BY 1000000 GIVING WS-MAP-QUOTIENT
               REMAINDER WS-MAP-NEW-BASE
           MOVE ZERO TO WS-CKD-ACCOUNT-ID
           MOVE WS-MAP-NEW-BASE TO WS-CKD-BASE
           PERFORM 8900-COMPUTE-CHECK-DIGIT THRU 8900-EXIT
           MOVE WS-CKD-EXPECTED TO WS-CKD-DIGIT (7)
           MOVE WS-CKD-ACCOUNT-ID TO WS-MAP-OUT-ID.
       8700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8900-COMPUTE-CHECK-DIGIT - the weighted mod-10 check of
      * the first six digits (weights 2-1-2-1-2-1, a doubled
      * digit over nine folded back by nine) - the same
      * arithmetic every accepting program verifies; change one,
      * change them all.
      *-----------------------------------------------------------*
       8900-COMPUTE-CHECK-DIGIT.
           MOVE 'N' TO WS-CKD-OK-SW
           MOVE ZERO TO WS-CKD-SUM
           MOVE ZERO TO WS-CKD-SUB
           PERFORM 8950-FOLD-ONE-DIGIT THRU 8950-EXIT
               UNTIL WS-CKD-SUB = 6
           COMPUTE WS-CKD-EXPECTED =
               FUNCTION MOD (10 - FUNCTION MOD (WS-CKD-SUM, 10), 10).
       8900-EXIT.
           EXIT.

       8950-FOLD-ONE-DIGIT.
           ADD 1 TO WS-CKD-SUB
           IF FUNCTION MOD (WS-CKD-SUB, 2) = 1
               COMPUTE WS-CKD-PRODUCT = WS-CKD-DIGIT (WS-CKD-SUB) * 2
               IF WS-CKD-PRODUCT > 9
                   SUBTRACT 9 FROM WS-CKD-PRODUCT
               END-IF
           ELSE
               MOVE WS-CKD-DIGIT (WS-CKD-SUB) TO WS-CKD-PRODUCT
           END-IF
           ADD WS-CKD-PRODUCT TO WS-CKD-SUM.
       8950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - 16 for any high-severity finding, 8 for
      * medium, as INTAUDIT.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-OK
               IF WS-RP-OK
                   CLOSE DEID-REPORT
               END-IF
               GO TO 9000-EXIT
           END-IF
           DISPLAY 'DE-IDENTIFIED COPY FINDINGS HIGH: ' WS-HIGH-COUNT
               ' MEDIUM: ' WS-MEDIUM-COUNT
           EVALUATE TRUE
               WHEN WS-HIGH-COUNT > ZERO
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MEDIUM-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE CUSTOMER-MASTER
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE TEST-CUSTOMER
           CLOSE TEST-ACCOUNT
           CLOSE TEST-TRANSACTION
           CLOSE TEST-LINK
           CLOSE TEST-LOAN
           CLOSE TEST-SCHEDULE
           CLOSE TEST-TERM-DEPOSIT
           CLOSE TEST-WATCH-QUEUE
           CLOSE DEID-REPORT
           IF WS-LINK-FILE-PRESENT
               CLOSE CUSTOMER-ACCOUNT
           END-IF
           IF WS-LOAN-FILE-PRESENT
               CLOSE LOAN-MASTER
           END-IF
           IF WS-SCHED-FILE-PRESENT
               CLOSE AMORT-SCHEDULE
           END-IF
           IF WS-TERM-FILE-PRESENT
               CLOSE TERM-DEPOSIT-FILE
           END-IF
           IF WS-QUEUE-FILE-PRESENT
               CLOSE WATCH-QUEUE
           END-IF.
       9000-EXIT.
           EXIT.
