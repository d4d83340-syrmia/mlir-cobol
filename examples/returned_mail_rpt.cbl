      *-----------------------------------------------------------*
      * PROGRAM:      RMAILRPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Returned-mail report.  Lists, branch by branch, every
      * customer whose address is marked returned-mail
      * (CUM-MAIL-RETURNED) - the customers whose statements and
      * letters the mail runs are holding at the branch - with the
      * date the mail came back, the post office's reason, and the
      * address on file, so each branch can chase a new address
      * and work down its hold pile.
      *
      * A customer is listed under the branch owning their
      * account: the account they hold as primary on the
      * customer-account links, else the first account linked,
      * else CUM-ACCOUNT-ID.  A customer with no account found
      * lists under branch zero, the head office.  The BRPARM
      * card selects a single branch as it does for the other
      * branch reports.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAILRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
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
           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT BRANCH-PARM ASSIGN TO "BRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT SORT-WORK ASSIGN TO "RMLSORT"
               FILE STATUS IS WS-SORT-STATUS.
           SELECT RETURNED-MAIL-REPORT ASSIGN TO "RMAILRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

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
           05  SW-CUSTOMER-ID          PIC 9(07).
           05  SW-ACCOUNT-ID           PIC 9(07).
           05  SW-NAME                 PIC X(20).
           05  SW-RETURN-DATE          PIC X(08).
           05  SW-REASON               PIC X(02).
           05  SW-ADDR-LINE-1          PIC X(30).
           05  SW-CITY                 PIC X(20).
           05  SW-STATE                PIC X(02).
           05  SW-ZIP                  PIC X(10).

       FD  RETURNED-MAIL-REPORT.
       01  RETURNED-MAIL-LINE          PIC X(110).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
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
       01  WS-CUST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-CUSTOMERS            VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-SORT                 VALUE 'Y'.
       01  WS-BRANCH-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-BRANCHES             VALUE 'Y'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-FIRST-TIME-SW         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-BRANCH-SELECT         PIC 9(03) VALUE 999.
       01  WS-CURRENT-BRANCH        PIC 9(03).
       01  WS-HOLDER-BRANCH         PIC 9(03).
       01  WS-PRIMARY-ACCOUNT-ID    PIC 9(07).
       01  WS-FIRST-ACCOUNT-ID      PIC 9(07).
       01  WS-LISTED-ACCOUNT-ID     PIC 9(07).
       01  WS-BRANCH-CUSTOMERS      PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-CUSTOMERS       PIC 9(05) VALUE ZERO.
       01  WS-SUB                   PIC 9(03).
       01  WS-BRANCH-TABLE-ENTRIES  PIC 9(03) VALUE ZERO.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BRT-CODE         PIC 9(03).
               10  WS-BRT-NAME         PIC X(30).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMERS WITH RETURNED MAIL AS OF     '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               '  CUSTOMER ACCOUNT NAME                 '.
           05  FILLER               PIC X(40) VALUE
               'RETURNED RSN ADDRESS                    '.
           05  FILLER               PIC X(30) VALUE
               '       CITY/STATE/ZIP         '.
       01  WS-BRANCH-HEADER.
           05  FILLER               PIC X(07) VALUE 'BRANCH '.
           05  WS-BH-BRANCH         PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BH-NAME           PIC X(30).
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-NAME           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-RETURN-DATE    PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-REASON         PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ADDR-LINE-1    PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-CITY           PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-STATE          PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ZIP            PIC X(05).
       01  WS-BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(40) VALUE
               '  CUSTOMERS WITH RETURNED MAIL:         '.
           05  WS-BT-CUSTOMERS      PIC ZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               SORT SORT-WORK
                   ON ASCENDING KEY SW-BRANCH-CODE SW-CUSTOMER-ID
                   INPUT PROCEDURE IS 2000-LOAD-SORT-WORK
                   OUTPUT PROCEDURE IS 3000-REPORT-BY-BRANCH
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the customer master and the links are
      * required; the account master only places customers in a
      * branch, and without it everyone lists under branch zero.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1200-READ-BRANCH-SELECTION THRU 1200-EXIT
           PERFORM 1400-LOAD-BRANCH-TABLE THRU 1400-EXIT
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT RETURNED-MAIL-REPORT
           IF NOT WS-CM-OK OR NOT WS-CA-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN RETURNED MAIL REPORT FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-AF-OK
               DISPLAY 'ACCOUNT MASTER NOT AVAILABLE - ALL '
                   'CUSTOMERS LISTED UNDER BRANCH 000'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE RETURNED-MAIL-LINE FROM WS-REPORT-HEADER.
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
                       IF BRP-BRANCH-CODE IS NUMERIC
                           MOVE BRP-BRANCH-CODE TO WS-BRANCH-SELECT
                       END-IF
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
      * 2000-LOAD-SORT-WORK - every customer marked returned-mail,
      * placed in their branch, for the selected branch, to the
      * sort.
      *-----------------------------------------------------------*
       2000-LOAD-SORT-WORK.
           PERFORM 2100-READ-ONE-CUSTOMER THRU 2100-EXIT
               UNTIL WS-END-OF-CUSTOMERS.

       2100-READ-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-CUSTOMERS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT CUM-MAIL-RETURNED
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-FIND-HOLDER-BRANCH THRU 2200-EXIT
           IF WS-BRANCH-SELECT NOT = 999
               AND WS-HOLDER-BRANCH NOT = WS-BRANCH-SELECT
               GO TO 2100-EXIT
           END-IF
           MOVE WS-HOLDER-BRANCH TO SW-BRANCH-CODE
           MOVE CUM-CUSTOMER-ID TO SW-CUSTOMER-ID
           MOVE WS-LISTED-ACCOUNT-ID TO SW-ACCOUNT-ID
           MOVE CUM-NAME TO SW-NAME
           MOVE CUM-MAIL-RETURN-DATE TO SW-RETURN-DATE
           MOVE CUM-MAIL-RETURN-REASON TO SW-REASON
           MOVE CUM-ADDR-LINE-1 TO SW-ADDR-LINE-1
           MOVE CUM-CITY TO SW-CITY
           MOVE CUM-STATE TO SW-STATE
           MOVE CUM-ZIP TO SW-ZIP
           RELEASE SORT-WORK-RECORD.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-FIND-HOLDER-BRANCH - the customer's links start at
      * their own key; the primary account wins, then the first
      * linked, then CUM-ACCOUNT-ID.  That account's branch is the
      * customer's branch.
      *-----------------------------------------------------------*
       2200-FIND-HOLDER-BRANCH.
           MOVE ZERO TO WS-HOLDER-BRANCH
           MOVE ZERO TO WS-PRIMARY-ACCOUNT-ID
           MOVE ZERO TO WS-FIRST-ACCOUNT-ID
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE CUM-CUSTOMER-ID TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 2250-TEST-ONE-LINK THRU 2250-EXIT
               UNTIL WS-END-OF-LINKS
               OR WS-PRIMARY-ACCOUNT-ID NOT = ZERO
           EVALUATE TRUE
               WHEN WS-PRIMARY-ACCOUNT-ID NOT = ZERO
                   MOVE WS-PRIMARY-ACCOUNT-ID TO WS-LISTED-ACCOUNT-ID
               WHEN WS-FIRST-ACCOUNT-ID NOT = ZERO
                   MOVE WS-FIRST-ACCOUNT-ID TO WS-LISTED-ACCOUNT-ID
               WHEN CUM-ACCOUNT-ID IS NUMERIC
                   MOVE CUM-ACCOUNT-ID TO WS-LISTED-ACCOUNT-ID
               WHEN OTHER
                   MOVE ZERO TO WS-LISTED-ACCOUNT-ID
           END-EVALUATE
           IF WS-LISTED-ACCOUNT-ID = ZERO OR NOT WS-AF-OK
               GO TO 2200-EXIT
           END-IF
           MOVE WS-LISTED-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ACCT-BRANCH-CODE TO WS-HOLDER-BRANCH
           END-READ.
       2200-EXIT.
           EXIT.

       2250-TEST-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 2250-EXIT
           END-READ
           IF CAR-CUSTOMER-ID NOT = CUM-CUSTOMER-ID
               SET WS-END-OF-LINKS TO TRUE
               GO TO 2250-EXIT
           END-IF
           IF WS-FIRST-ACCOUNT-ID = ZERO
               MOVE CAR-ACCOUNT-ID TO WS-FIRST-ACCOUNT-ID
           END-IF
           IF CAR-ROLE-PRIMARY
               MOVE CAR-ACCOUNT-ID TO WS-PRIMARY-ACCOUNT-ID
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPORT-BY-BRANCH - a heading at each branch break,
      * one line per customer, and the branch's own count.
      *-----------------------------------------------------------*
       3000-REPORT-BY-BRANCH.
           MOVE 'N' TO WS-SORT-EOF-SW
           MOVE 'Y' TO WS-FIRST-TIME-SW
           PERFORM 3100-RETURN-ONE-CUSTOMER THRU 3100-EXIT
               UNTIL WS-END-OF-SORT
           IF NOT WS-FIRST-RECORD
               PERFORM 3400-CLOSE-BRANCH THRU 3400-EXIT
           END-IF.

       3100-RETURN-ONE-CUSTOMER.
           RETURN SORT-WORK
               AT END
                   SET WS-END-OF-SORT TO TRUE
                   GO TO 3100-EXIT
           END-RETURN
           IF WS-FIRST-RECORD
               MOVE 'N' TO WS-FIRST-TIME-SW
               MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH
               PERFORM 3300-WRITE-BRANCH-HEADER THRU 3300-EXIT
           END-IF
           IF SW-BRANCH-CODE NOT = WS-CURRENT-BRANCH
               PERFORM 3400-CLOSE-BRANCH THRU 3400-EXIT
               MOVE SW-BRANCH-CODE TO WS-CURRENT-BRANCH
               PERFORM 3300-WRITE-BRANCH-HEADER THRU 3300-EXIT
           END-IF
           MOVE SW-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE SW-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE SW-NAME TO WS-DL-NAME
           MOVE SW-RETURN-DATE TO WS-DL-RETURN-DATE
           MOVE SW-REASON TO WS-DL-REASON
           MOVE SW-ADDR-LINE-1 TO WS-DL-ADDR-LINE-1
           MOVE SW-CITY TO WS-DL-CITY
           MOVE SW-STATE TO WS-DL-STATE
           MOVE SW-ZIP TO WS-DL-ZIP
           WRITE RETURNED-MAIL-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-BRANCH-CUSTOMERS
           ADD 1 TO WS-TOTAL-CUSTOMERS.
       3100-EXIT.
           EXIT.

       3300-WRITE-BRANCH-HEADER.
           MOVE WS-CURRENT-BRANCH TO WS-BH-BRANCH
           MOVE SPACES TO WS-BH-NAME
           MOVE ZERO TO WS-SUB
           PERFORM 3350-NAME-ONE-BRANCH THRU 3350-EXIT
               UNTIL WS-SUB = WS-BRANCH-TABLE-ENTRIES
           MOVE SPACES TO RETURNED-MAIL-LINE
           WRITE RETURNED-MAIL-LINE
           WRITE RETURNED-MAIL-LINE FROM WS-BRANCH-HEADER
           WRITE RETURNED-MAIL-LINE FROM WS-COLUMN-HEADER.
       3300-EXIT.
           EXIT.

       3350-NAME-ONE-BRANCH.
           ADD 1 TO WS-SUB
           IF WS-BRT-CODE (WS-SUB) = WS-CURRENT-BRANCH
               MOVE WS-BRT-NAME (WS-SUB) TO WS-BH-NAME
           END-IF.
       3350-EXIT.
           EXIT.

       3400-CLOSE-BRANCH.
           MOVE WS-BRANCH-CUSTOMERS TO WS-BT-CUSTOMERS
           WRITE RETURNED-MAIL-LINE FROM WS-BRANCH-TOTAL-LINE
           MOVE ZERO TO WS-BRANCH-CUSTOMERS.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO RETURNED-MAIL-LINE
           WRITE RETURNED-MAIL-LINE
           IF WS-TOTAL-CUSTOMERS = ZERO
               MOVE 'NO CUSTOMERS WITH RETURNED MAIL'
                   TO RETURNED-MAIL-LINE
               WRITE RETURNED-MAIL-LINE
           END-IF
           MOVE 'ALL BRANCHES RETURNED-MAIL CUSTOMERS:   '
               TO WS-TL-LABEL
           MOVE WS-TOTAL-CUSTOMERS TO WS-TL-COUNT
           WRITE RETURNED-MAIL-LINE FROM WS-TOTAL-LINE.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'RETURNED-MAIL CUSTOMERS: ' WS-TOTAL-CUSTOMERS
           IF WS-RUN-OK
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE RETURNED-MAIL-REPORT
               IF WS-AF-OK
                   CLOSE ACCOUNT-MASTER
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
