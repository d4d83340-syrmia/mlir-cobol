      *-----------------------------------------------------------*
      * PROGRAM:      DEPINS
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Deposit insurance coverage.  Works out, as of the
      * business date, how much of each depositor's money is
      * inside the coverage limit and how much is outside it,
      * the breakdown the regulator can ask for on short notice.
      *
      * The owners of each deposit account are its primary and
      * joint holders on CUSTACCT (a signer or a guardian owns
      * nothing).  The account's category and its owners decide
      * the ownership category: a commercial account is a
      * business deposit of its primary holder; any other
      * deposit account is a single deposit of its one owner or,
      * with more than one owner, a joint deposit split equally
      * between them.  Loans, credit lines, closed and charged-
      * off accounts, and balances not above zero hold no
      * insured money and are left out.
      *
      * Each depositor's shares are then totalled by ownership
      * category and the coverage limit (DINSPARM card) applied
      * to each total separately.  The coverage report
      * (DINSRPT.OUT) lists every depositor and category with
      * the insured and uninsured amounts, then the uninsured
      * exposure summarized by the branch that holds the
      * accounts - a depositor's uninsured amount spread over
      * the branches of the accounts in proportion to their
      * balances.  The depositor file (DINSXTR.OUT, layout
      * DINSXTR.CPY) carries the same figures in the standard
      * format for a regulator's request.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: money work
      *                    fields widened.
      *   2026-10-15  RLB  Share sort record and depositor group
      *                    totals widened to eleven digits.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPINS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUST-ACCT-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT INSURANCE-PARM ASSIGN TO "DINSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT SHARE-WORK ASSIGN TO "DINSWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT LINK-SORT ASSIGN TO "DINSORT1".
           SELECT SHARE-SORT ASSIGN TO "DINSORT2".
           SELECT COVERAGE-REPORT ASSIGN TO "DINSRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DEPOSITOR-EXTRACT ASSIGN TO "DINSXTR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  INSURANCE-PARM.
       COPY "dinsparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  SHARE-WORK.
       01  SHARE-WORK-RECORD.
           05  DSW-CUSTOMER-ID         PIC 9(07).
           05  DSW-OWNERSHIP-CAT       PIC X(03).
           05  DSW-ACCOUNT-ID          PIC 9(07).
           05  DSW-BRANCH-CODE         PIC 9(03).
           05  DSW-SHARE               PIC 9(11)V9(02).

       SD  LINK-SORT.
       01  LINK-SORT-RECORD.
           05  LS-ACCOUNT-ID           PIC 9(07).
           05  LS-ROLE                 PIC X(01).
           05  LS-CUSTOMER-ID          PIC 9(07).

       SD  SHARE-SORT.
       01  SHARE-SORT-RECORD.
           05  SS-CUSTOMER-ID          PIC 9(07).
           05  SS-OWNERSHIP-CAT        PIC X(03).
           05  SS-ACCOUNT-ID           PIC 9(07).
           05  SS-BRANCH-CODE          PIC 9(03).
           05  SS-SHARE                PIC 9(11)V9(02).

       FD  COVERAGE-REPORT.
       01  COVERAGE-REPORT-LINE        PIC X(100).

       FD  DEPOSITOR-EXTRACT.
       COPY "dinsxtr.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-WORK-STATUS           PIC X(02).
           88  WS-WK-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-EXTRACT-STATUS        PIC X(02).
           88  WS-XT-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-INPUT                VALUE 'Y'.
       01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-SORT                 VALUE 'Y'.
       01  WS-FIRST-TIME-SW         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD-FOR-GROUP      VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-COVERAGE-LIMIT        PIC 9(07)V9(02)
                                    VALUE 250000.00.

      *    One deposit account's owners, gathered off the sorted
      *    links.
       01  WS-CURRENT-ACCOUNT-ID    PIC 9(07).
       01  WS-OWNER-ENTRIES         PIC 9(02) VALUE ZERO.
       01  WS-OWNER-TABLE.
           05  WS-OWNER-ENTRY OCCURS 20 TIMES.
               10  WS-OWN-CUSTOMER-ID  PIC 9(07).
               10  WS-OWN-ROLE         PIC X(01).
       01  WS-OWNER-SUB             PIC 9(02).
       01  WS-PRIMARY-SUB           PIC 9(02).
       01  WS-EACH-SHARE            PIC 9(11)V9(02).
       01  WS-SHARE-LEFT            PIC 9(11)V9(02).

      *    One depositor's shares in one ownership category.
       01  WS-CURRENT-CUSTOMER-ID   PIC 9(07).
       01  WS-CURRENT-OWNERSHIP     PIC X(03).
       01  WS-GROUP-ACCOUNTS        PIC 9(03).
       01  WS-GROUP-BALANCE         PIC 9(11)V9(02).
       01  WS-GROUP-INSURED         PIC 9(11)V9(02).
       01  WS-GROUP-UNINSURED       PIC 9(11)V9(02).
       01  WS-GROUP-SHARE-ENTRIES   PIC 9(03).
       01  WS-GROUP-SHARE-TABLE.
           05  WS-GROUP-SHARE OCCURS 200 TIMES.
               10  WS-GS-BRANCH-CODE   PIC 9(03).
               10  WS-GS-AMOUNT        PIC 9(11)V9(02).
       01  WS-GS-SUB                PIC 9(03).
       01  WS-PORTION               PIC 9(11)V9(02).
       01  WS-UNINSURED-LEFT        PIC 9(11)V9(02).

      *    Deposits and uninsured exposure by branch, one slot per
      *    branch code (slot 1 is branch 000, head office).
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-SLOT OCCURS 1000 TIMES.
               10  WS-BR-DEPOSITS      PIC 9(11)V9(02).
               10  WS-BR-UNINSURED     PIC 9(11)V9(02).
       01  WS-BR-SUB                PIC 9(04).

       01  WS-ACCOUNTS-COVERED      PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-EXCLUDED     PIC 9(07) VALUE ZERO.
       01  WS-NOT-ON-MASTER-COUNT   PIC 9(07) VALUE ZERO.
       01  WS-DEPOSITOR-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-UNINSURED-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-TOTAL-BALANCE         PIC 9(11)V9(02) VALUE ZERO.
       01  WS-TOTAL-INSURED         PIC 9(11)V9(02) VALUE ZERO.
       01  WS-TOTAL-UNINSURED       PIC 9(11)V9(02) VALUE ZERO.

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(36) VALUE
               'DEPOSIT INSURANCE COVERAGE AS OF   '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(10) VALUE
               '   LIMIT  '.
           05  WS-RH-LIMIT          PIC Z,ZZZ,ZZ9.99.
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(09) VALUE 'CUSTOMER'.
           05  FILLER               PIC X(21) VALUE 'NAME'.
           05  FILLER               PIC X(04) VALUE 'CAT'.
           05  FILLER               PIC X(05) VALUE 'ACCTS'.
           05  FILLER               PIC X(15) VALUE
               '        BALANCE'.
           05  FILLER               PIC X(16) VALUE
               '         INSURED'.
           05  FILLER               PIC X(16) VALUE
               '       UNINSURED'.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NAME           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-OWNERSHIP      PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNTS       PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-BALANCE        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-INSURED        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-UNINSURED      PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-LINE.
           05  WS-CNT-LABEL         PIC X(30).
           05  WS-CNT-COUNT         PIC Z,ZZZ,ZZ9.
       01  WS-BRANCH-HEADER.
           05  FILLER               PIC X(40) VALUE
               'UNINSURED EXPOSURE BY BRANCH'.
       01  WS-BRANCH-COLUMNS.
           05  FILLER               PIC X(08) VALUE 'BRANCH'.
           05  FILLER               PIC X(17) VALUE
               '         DEPOSITS'.
           05  FILLER               PIC X(17) VALUE
               '          INSURED'.
           05  FILLER               PIC X(17) VALUE
               '        UNINSURED'.
       01  WS-BRANCH-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-BRL-BRANCH        PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BRL-DEPOSITS      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-BRL-INSURED       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-BRL-UNINSURED     PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               SORT LINK-SORT
                   ON ASCENDING KEY LS-ACCOUNT-ID LS-ROLE
                       LS-CUSTOMER-ID
                   INPUT PROCEDURE IS 2000-LOAD-LINKS
                   OUTPUT PROCEDURE IS 3000-SPLIT-ACCOUNTS
               CLOSE SHARE-WORK
               SORT SHARE-SORT
                   ON ASCENDING KEY SS-CUSTOMER-ID SS-OWNERSHIP-CAT
                       SS-ACCOUNT-ID
                   INPUT PROCEDURE IS 4000-LOAD-SHARES
                   OUTPUT PROCEDURE IS 5000-COVER-DEPOSITORS
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               PERFORM 8500-WRITE-BRANCH-SUMMARY THRU 8500-EXIT
               PERFORM 8800-WRITE-TRAILER THRU 8800-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the parameter card is optional; without
      * it the standard limit applies and the depositor file
      * header carries no institution ID.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-READ-PARM THRU 1400-EXIT
           INITIALIZE WS-BRANCH-TABLE
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN OUTPUT SHARE-WORK
           OPEN OUTPUT COVERAGE-REPORT
           OPEN OUTPUT DEPOSITOR-EXTRACT
           IF NOT WS-CA-OK OR NOT WS-AF-OK OR NOT WS-CM-OK
               OR NOT WS-WK-OK OR NOT WS-RP-OK OR NOT WS-XT-OK
               DISPLAY 'UNABLE TO OPEN DEPOSIT INSURANCE FILES, '
                   'STATUS ' WS-CUST-ACCT-STATUS ' '
                   WS-ACCT-FILE-STATUS ' ' WS-CUSTOMER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           MOVE WS-COVERAGE-LIMIT TO WS-RH-LIMIT
           WRITE COVERAGE-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE COVERAGE-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE SPACES TO DEPOSITOR-EXTRACT-RECORD
           SET DIX-HEADER TO TRUE
           MOVE DIP-INSTITUTION-ID TO DIX-HDR-INST-ID
           MOVE DIP-INSTITUTION-NAME TO DIX-HDR-INST-NAME
           MOVE WS-TODAY-DATE TO DIX-HDR-AS-OF-DT
           MOVE WS-COVERAGE-LIMIT TO DIX-HDR-LIMIT
           ACCEPT DIX-HDR-CREATED-DT FROM DATE YYYYMMDD
           WRITE DEPOSITOR-EXTRACT-RECORD.
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
      * 1400-READ-PARM - the coverage limit and our institution
      * identity off the DINSPARM card.
      *-----------------------------------------------------------*
       1400-READ-PARM.
           MOVE SPACES TO INSURANCE-PARM-RECORD
           OPEN INPUT INSURANCE-PARM
           IF NOT WS-PM-OK
               MOVE SPACES TO INSURANCE-PARM-RECORD
               GO TO 1400-EXIT
           END-IF
           READ INSURANCE-PARM
               AT END
                   MOVE SPACES TO INSURANCE-PARM-RECORD
           END-READ
           CLOSE INSURANCE-PARM
           IF DIP-COVERAGE-LIMIT NUMERIC
               AND DIP-COVERAGE-LIMIT > ZERO
               MOVE DIP-COVERAGE-LIMIT TO WS-COVERAGE-LIMIT
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-LINKS - every ownership link to the sort, by
      * account, so each account's owners come out together.
      *-----------------------------------------------------------*
       2000-LOAD-LINKS.
           PERFORM 2100-READ-AND-RELEASE THRU 2100-EXIT
               UNTIL WS-END-OF-INPUT.

       2100-READ-AND-RELEASE.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF CAR-ROLE-PRIMARY OR CAR-ROLE-JOINT
                       MOVE CAR-ACCOUNT-ID TO LS-ACCOUNT-ID
                       MOVE CAR-ROLE TO LS-ROLE
                       MOVE CAR-CUSTOMER-ID TO LS-CUSTOMER-ID
                       RELEASE LINK-SORT-RECORD
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SPLIT-ACCOUNTS - gather each account's owners, then
      * share its balance out to them on the work file.
      *-----------------------------------------------------------*
       3000-SPLIT-ACCOUNTS.
           MOVE 'Y' TO WS-FIRST-TIME-SW
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM 3100-RETURN-ONE-LINK THRU 3100-EXIT
               UNTIL WS-END-OF-SORT
           IF NOT WS-FIRST-RECORD-FOR-GROUP
               PERFORM 3500-SPLIT-ONE-ACCOUNT THRU 3500-EXIT
           END-IF.

       3100-RETURN-ONE-LINK.
           RETURN LINK-SORT
               AT END
                   SET WS-END-OF-SORT TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD-FOR-GROUP
               MOVE 'N' TO WS-FIRST-TIME-SW
               MOVE LS-ACCOUNT-ID TO WS-CURRENT-ACCOUNT-ID
               MOVE ZERO TO WS-OWNER-ENTRIES
           END-IF
           IF LS-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
               PERFORM 3500-SPLIT-ONE-ACCOUNT THRU 3500-EXIT
               MOVE LS-ACCOUNT-ID TO WS-CURRENT-ACCOUNT-ID
               MOVE ZERO TO WS-OWNER-ENTRIES
           END-IF
           IF WS-OWNER-ENTRIES = 20
               DISPLAY 'MORE THAN 20 OWNERS, EXTRA NOT COUNTED: '
                   LS-ACCOUNT-ID ' ' LS-CUSTOMER-ID
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-OWNER-ENTRIES
           MOVE LS-CUSTOMER-ID TO WS-OWN-CUSTOMER-ID (WS-OWNER-ENTRIES)
           MOVE LS-ROLE TO WS-OWN-ROLE (WS-OWNER-ENTRIES).
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-SPLIT-ONE-ACCOUNT - is the account a deposit holding
      * money?  If so its ownership category follows from its
      * category and its owners: commercial is a business
      * deposit, wholly the primary holder's (the first owner
      * listed if no primary is linked); otherwise one owner is a
      * single deposit and several a joint one, split equally,
      * the last owner taking the odd cent.
      *-----------------------------------------------------------*
       3500-SPLIT-ONE-ACCOUNT.
           MOVE WS-CURRENT-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   GO TO 3500-EXIT
           END-READ
           IF ACCT-CATEGORY-LOAN OR ACCT-CATEGORY-CREDIT-LINE
               OR ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
               OR ACCT-LEDGER-BALANCE NOT > ZERO
               ADD 1 TO WS-ACCOUNTS-EXCLUDED
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-ACCOUNTS-COVERED
           MOVE ACCT-BRANCH-CODE TO DSW-BRANCH-CODE
           MOVE WS-CURRENT-ACCOUNT-ID TO DSW-ACCOUNT-ID
           IF ACCT-CATEGORY-COMMERCIAL
               MOVE 1 TO WS-PRIMARY-SUB
               MOVE ZERO TO WS-OWNER-SUB
               PERFORM 3550-FIND-PRIMARY THRU 3550-EXIT
                   UNTIL WS-OWNER-SUB = WS-OWNER-ENTRIES
               MOVE 'BUS' TO DSW-OWNERSHIP-CAT
               MOVE WS-OWN-CUSTOMER-ID (WS-PRIMARY-SUB)
                   TO DSW-CUSTOMER-ID
               MOVE ACCT-LEDGER-BALANCE TO DSW-SHARE
               WRITE SHARE-WORK-RECORD
               GO TO 3500-EXIT
           END-IF
           IF WS-OWNER-ENTRIES = 1
               MOVE 'SGL' TO DSW-OWNERSHIP-CAT
           ELSE
               MOVE 'JNT' TO DSW-OWNERSHIP-CAT
           END-IF
           COMPUTE WS-EACH-SHARE =
               ACCT-LEDGER-BALANCE / WS-OWNER-ENTRIES
           MOVE ACCT-LEDGER-BALANCE TO WS-SHARE-LEFT
           MOVE ZERO TO WS-OWNER-SUB
           PERFORM 3600-WRITE-ONE-SHARE THRU 3600-EXIT
               UNTIL WS-OWNER-SUB = WS-OWNER-ENTRIES.
       3500-EXIT.
           EXIT.

       3550-FIND-PRIMARY.
           ADD 1 TO WS-OWNER-SUB
           IF WS-OWN-ROLE (WS-OWNER-SUB) = 'P'
               MOVE WS-OWNER-SUB TO WS-PRIMARY-SUB
           END-IF.
       3550-EXIT.
           EXIT.

       3600-WRITE-ONE-SHARE.
           ADD 1 TO WS-OWNER-SUB
           MOVE WS-OWN-CUSTOMER-ID (WS-OWNER-SUB) TO DSW-CUSTOMER-ID
           IF WS-OWNER-SUB = WS-OWNER-ENTRIES
               MOVE WS-SHARE-LEFT TO DSW-SHARE
           ELSE
               MOVE WS-EACH-SHARE TO DSW-SHARE
               SUBTRACT WS-EACH-SHARE FROM WS-SHARE-LEFT
           END-IF
           WRITE SHARE-WORK-RECORD.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-LOAD-SHARES - the shares back off the work file, to
      * be sorted by depositor and ownership category.
      *-----------------------------------------------------------*
       4000-LOAD-SHARES.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT SHARE-WORK
           IF NOT WS-WK-OK
               DISPLAY 'UNABLE TO REOPEN SHARE WORK FILE'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-INPUT TO TRUE
           END-IF
           PERFORM 4100-READ-AND-RELEASE THRU 4100-EXIT
               UNTIL WS-END-OF-INPUT
           IF WS-WK-OK
               CLOSE SHARE-WORK
           END-IF.

       4100-READ-AND-RELEASE.
           READ SHARE-WORK
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   MOVE SHARE-WORK-RECORD TO SHARE-SORT-RECORD
                   RELEASE SHARE-SORT-RECORD
           END-READ.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-COVER-DEPOSITORS - total each depositor's shares by
      * ownership category and apply the coverage limit to each
      * total.
      *-----------------------------------------------------------*
       5000-COVER-DEPOSITORS.
           MOVE 'Y' TO WS-FIRST-TIME-SW
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM 5100-RETURN-ONE-SHARE THRU 5100-EXIT
               UNTIL WS-END-OF-SORT
           IF NOT WS-FIRST-RECORD-FOR-GROUP
               PERFORM 5500-COVER-ONE-DEPOSITOR THRU 5500-EXIT
           END-IF.

       5100-RETURN-ONE-SHARE.
           RETURN SHARE-SORT
               AT END
                   SET WS-END-OF-SORT TO TRUE
                   GO TO 5100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD-FOR-GROUP
               MOVE 'N' TO WS-FIRST-TIME-SW
               PERFORM 5200-START-GROUP THRU 5200-EXIT
           END-IF
           IF SS-CUSTOMER-ID NOT = WS-CURRENT-CUSTOMER-ID
               OR SS-OWNERSHIP-CAT NOT = WS-CURRENT-OWNERSHIP
               PERFORM 5500-COVER-ONE-DEPOSITOR THRU 5500-EXIT
               PERFORM 5200-START-GROUP THRU 5200-EXIT
           END-IF
           ADD 1 TO WS-GROUP-ACCOUNTS
           ADD SS-SHARE TO WS-GROUP-BALANCE
           COMPUTE WS-BR-SUB = SS-BRANCH-CODE + 1
           ADD SS-SHARE TO WS-BR-DEPOSITS (WS-BR-SUB)
      *    Beyond the table the share rides with the last one
      *    held; it still counts in full, only its branch is
      *    taken as the last one's.
           IF WS-GROUP-SHARE-ENTRIES < 200
               ADD 1 TO WS-GROUP-SHARE-ENTRIES
               MOVE SS-BRANCH-CODE
                   TO WS-GS-BRANCH-CODE (WS-GROUP-SHARE-ENTRIES)
               MOVE SS-SHARE TO WS-GS-AMOUNT (WS-GROUP-SHARE-ENTRIES)
           ELSE
               ADD SS-SHARE TO WS-GS-AMOUNT (WS-GROUP-SHARE-ENTRIES)
           END-IF.
       5100-EXIT.
           EXIT.

       5200-START-GROUP.
           MOVE SS-CUSTOMER-ID TO WS-CURRENT-CUSTOMER-ID
           MOVE SS-OWNERSHIP-CAT TO WS-CURRENT-OWNERSHIP
           MOVE ZERO TO WS-GROUP-ACCOUNTS
           MOVE ZERO TO WS-GROUP-BALANCE
           MOVE ZERO TO WS-GROUP-SHARE-ENTRIES.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-COVER-ONE-DEPOSITOR - insured up to the limit, the
      * rest uninsured; one report line and one depositor file
      * detail, and the uninsured part spread over the branches.
      *-----------------------------------------------------------*
       5500-COVER-ONE-DEPOSITOR.
           IF WS-GROUP-BALANCE > WS-COVERAGE-LIMIT
               MOVE WS-COVERAGE-LIMIT TO WS-GROUP-INSURED
           ELSE
               MOVE WS-GROUP-BALANCE TO WS-GROUP-INSURED
           END-IF
           COMPUTE WS-GROUP-UNINSURED =
               WS-GROUP-BALANCE - WS-GROUP-INSURED
           ADD 1 TO WS-DEPOSITOR-COUNT
           ADD WS-GROUP-BALANCE TO WS-TOTAL-BALANCE
           ADD WS-GROUP-INSURED TO WS-TOTAL-INSURED
           ADD WS-GROUP-UNINSURED TO WS-TOTAL-UNINSURED
           MOVE SPACES TO DEPOSITOR-EXTRACT-RECORD
           SET DIX-DETAIL TO TRUE
           MOVE WS-CURRENT-CUSTOMER-ID TO DIX-CUSTOMER-ID
           MOVE WS-CURRENT-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'NOT ON CUSTOMER FILE' TO DIX-NAME
               NOT INVALID KEY
                   MOVE CUM-NAME TO DIX-NAME
                   MOVE CUM-ADDR-LINE-1 TO DIX-ADDR-LINE-1
                   MOVE CUM-ADDR-LINE-2 TO DIX-ADDR-LINE-2
                   MOVE CUM-CITY TO DIX-CITY
                   MOVE CUM-STATE TO DIX-STATE
                   MOVE CUM-ZIP TO DIX-ZIP
           END-READ
           MOVE WS-CURRENT-OWNERSHIP TO DIX-OWNERSHIP-CAT
           MOVE WS-GROUP-ACCOUNTS TO DIX-ACCOUNT-COUNT
           MOVE WS-GROUP-BALANCE TO DIX-BALANCE
           MOVE WS-GROUP-INSURED TO DIX-INSURED
           MOVE WS-GROUP-UNINSURED TO DIX-UNINSURED
           WRITE DEPOSITOR-EXTRACT-RECORD
           MOVE WS-CURRENT-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE DIX-NAME TO WS-DL-NAME
           MOVE WS-CURRENT-OWNERSHIP TO WS-DL-OWNERSHIP
           MOVE WS-GROUP-ACCOUNTS TO WS-DL-ACCOUNTS
           MOVE WS-GROUP-BALANCE TO WS-DL-BALANCE
           MOVE WS-GROUP-INSURED TO WS-DL-INSURED
           MOVE WS-GROUP-UNINSURED TO WS-DL-UNINSURED
           WRITE COVERAGE-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-GROUP-UNINSURED = ZERO
               GO TO 5500-EXIT
           END-IF
           ADD 1 TO WS-UNINSURED-COUNT
           MOVE WS-GROUP-UNINSURED TO WS-UNINSURED-LEFT
           MOVE ZERO TO WS-GS-SUB
           PERFORM 5600-SPREAD-ONE-SHARE THRU 5600-EXIT
               UNTIL WS-GS-SUB = WS-GROUP-SHARE-ENTRIES.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5600-SPREAD-ONE-SHARE - this share's part of the uninsured
      * amount, in proportion to its balance; the last share
      * takes what is left so the branches add back exactly.
      *-----------------------------------------------------------*
       5600-SPREAD-ONE-SHARE.
           ADD 1 TO WS-GS-SUB
           IF WS-GS-SUB = WS-GROUP-SHARE-ENTRIES
               MOVE WS-UNINSURED-LEFT TO WS-PORTION
           ELSE
               COMPUTE WS-PORTION =
                   WS-GROUP-UNINSURED * WS-GS-AMOUNT (WS-GS-SUB)
                   / WS-GROUP-BALANCE
               SUBTRACT WS-PORTION FROM WS-UNINSURED-LEFT
           END-IF
           COMPUTE WS-BR-SUB = WS-GS-BRANCH-CODE (WS-GS-SUB) + 1
           ADD WS-PORTION TO WS-BR-UNINSURED (WS-BR-SUB).
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO COVERAGE-REPORT-LINE
           WRITE COVERAGE-REPORT-LINE
           MOVE 'DEPOSITOR CATEGORIES:' TO WS-CNT-LABEL
           MOVE WS-DEPOSITOR-COUNT TO WS-CNT-COUNT
           WRITE COVERAGE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'WITH UNINSURED BALANCES:' TO WS-CNT-LABEL
           MOVE WS-UNINSURED-COUNT TO WS-CNT-COUNT
           WRITE COVERAGE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'DEPOSIT ACCOUNTS COVERED:' TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-COVERED TO WS-CNT-COUNT
           WRITE COVERAGE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'ACCOUNTS LEFT OUT:' TO WS-CNT-LABEL
           MOVE WS-ACCOUNTS-EXCLUDED TO WS-CNT-COUNT
           WRITE COVERAGE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'LINKS TO ACCOUNTS NOT ON FILE:' TO WS-CNT-LABEL
           MOVE WS-NOT-ON-MASTER-COUNT TO WS-CNT-COUNT
           WRITE COVERAGE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'TOTAL DEPOSITS:' TO WS-TOT-LABEL
           MOVE WS-TOTAL-BALANCE TO WS-TOT-AMOUNT
           WRITE COVERAGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL INSURED:' TO WS-TOT-LABEL
           MOVE WS-TOTAL-INSURED TO WS-TOT-AMOUNT
           WRITE COVERAGE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL UNINSURED:' TO WS-TOT-LABEL
           MOVE WS-TOTAL-UNINSURED TO WS-TOT-AMOUNT
           WRITE COVERAGE-REPORT-LINE FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-WRITE-BRANCH-SUMMARY - every branch holding covered
      * deposits, with the uninsured exposure it carries.
      *-----------------------------------------------------------*
       8500-WRITE-BRANCH-SUMMARY.
           MOVE SPACES TO COVERAGE-REPORT-LINE
           WRITE COVERAGE-REPORT-LINE
           WRITE COVERAGE-REPORT-LINE FROM WS-BRANCH-HEADER
           WRITE COVERAGE-REPORT-LINE FROM WS-BRANCH-COLUMNS
           MOVE ZERO TO WS-BR-SUB
           PERFORM 8550-WRITE-ONE-BRANCH THRU 8550-EXIT
               UNTIL WS-BR-SUB = 1000.
       8500-EXIT.
           EXIT.

       8550-WRITE-ONE-BRANCH.
           ADD 1 TO WS-BR-SUB
           IF WS-BR-DEPOSITS (WS-BR-SUB) = ZERO
               GO TO 8550-EXIT
           END-IF
           COMPUTE WS-BRL-BRANCH = WS-BR-SUB - 1
           MOVE WS-BR-DEPOSITS (WS-BR-SUB) TO WS-BRL-DEPOSITS
           COMPUTE WS-BRL-INSURED = WS-BR-DEPOSITS (WS-BR-SUB)
               - WS-BR-UNINSURED (WS-BR-SUB)
           MOVE WS-BR-UNINSURED (WS-BR-SUB) TO WS-BRL-UNINSURED
           WRITE COVERAGE-REPORT-LINE FROM WS-BRANCH-LINE.
       8550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8800-WRITE-TRAILER
      *-----------------------------------------------------------*
       8800-WRITE-TRAILER.
           MOVE SPACES TO DEPOSITOR-EXTRACT-RECORD
           SET DIX-TRAILER TO TRUE
           MOVE WS-DEPOSITOR-COUNT TO DIX-TRL-COUNT
           MOVE WS-TOTAL-BALANCE TO DIX-TRL-BALANCE
           MOVE WS-TOTAL-INSURED TO DIX-TRL-INSURED
           MOVE WS-TOTAL-UNINSURED TO DIX-TRL-UNINSURED
           WRITE DEPOSITOR-EXTRACT-RECORD.
       8800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'DEPOSITOR CATEGORIES REPORTED: '
               WS-DEPOSITOR-COUNT
           DISPLAY 'WITH UNINSURED BALANCES: ' WS-UNINSURED-COUNT
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-ACCOUNT
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE COVERAGE-REPORT
               CLOSE DEPOSITOR-EXTRACT
           END-IF.
       9000-EXIT.
           EXIT.
