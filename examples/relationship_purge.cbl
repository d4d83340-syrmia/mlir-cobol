      *-----------------------------------------------------------*
      * PROGRAM:      RELPURGE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Retention purge of closed customer relationships.  Closed
      * accounts and their customers otherwise stay on ACCTFILE,
      * CUSTMST and CUSTACCT for ever, slowing every reader and
      * holding personal data past the retention period.  This
      * takes off the masters every relationship whose accounts
      * have all been closed longer than the retention period on
      * the PURGPARM card, in the manner of TRANARCH: each record
      * is appended to its archive file (ACCTARCH.OUT,
      * CUSTARCH.OUT, LINKARCH.OUT) before it is deleted, every
      * delete is journaled to MSTJRNL, and the purge register
      * (PURGEREG.OUT) lists what went and what was kept and why.
      *
      * The master carries no closing date, so an account's
      * closure is dated by its last posted activity - the
      * closure settlement is the last thing ACCTCLS posts to it
      * - or, where it never posted, its balance date.  A closed
      * account with neither is kept.  A closed account old
      * enough is still kept while it has:
      *
      *   - a dispute open on DISPFILE;
      *   - a legal order in force on LEGALORD;
      *   - a charge-off in hand on CHGOFF (proposed, approved,
      *     or written off and not yet recovered in full);
      *   - an unclaimed-property obligation: an official check
      *     bought from it still outstanding or listed unclaimed
      *     on OFCHKREG, or money still on the account;
      *   - transactions still on the live TRANFILE (TRANARCH
      *     takes them off first; the account must outlive them
      *     or INTAUDIT would find them orphaned).
      *
      * A customer goes only when every account they stand on
      * (CUSTACCT, and CUM-ACCOUNT-ID) goes, and an account goes
      * only when every customer standing on it goes, so a joint
      * account with one holder still active keeps both; the
      * strike-offs are repeated until none is left to make.  A
      * customer with no accounts at all is not a closed
      * relationship and is left alone.  At most 2000 accounts
      * and 2000 customers are taken in one run; the rest wait
      * for the next.
      *
      * Run with any mode but 'P' on the card, the register lists
      * what would go and nothing is touched.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPURGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PURGE-PARM ASSIGN TO "PURGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
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
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUST-ACCT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT TRAN-ACCOUNT-INDEX ASSIGN TO "TRANAIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAI-KEY
               FILE STATUS IS WS-TRAN-INDEX-STATUS.
           SELECT DISPUTE-FILE ASSIGN TO "DISPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-DISPUTED-UID
               FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.
           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-ACCOUNT-ID
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-SERIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ACCOUNT-ARCHIVE ASSIGN TO "ACCTARCH.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-ARCH-STATUS.
           SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-ARCH-STATUS.
           SELECT LINK-ARCHIVE ASSIGN TO "LINKARCH.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-ARCH-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT PURGE-REGISTER ASSIGN TO "PURGEREG.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PURGE-PARM.
       COPY "purgparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  TRAN-ACCOUNT-INDEX.
       COPY "tranaidx.cpy".

       FD  DISPUTE-FILE.
       COPY "dispfile.cpy".

       FD  LEGAL-ORDER-FILE.
       COPY "legalord.cpy".

       FD  CHARGE-OFF-FILE.
       COPY "chgoff.cpy".

       FD  OFFICIAL-CHECK-FILE.
       COPY "ofchkreg.cpy".

       FD  ACCOUNT-ARCHIVE.
       COPY "acctmst.cpy" REPLACING ACCOUNT-MASTER-RECORD
           BY ACCOUNT-ARCHIVE-RECORD.

       FD  CUSTOMER-ARCHIVE.
       COPY "custmst.cpy" REPLACING CUSTOMER-MASTER-RECORD
           BY CUSTOMER-ARCHIVE-RECORD.

       FD  LINK-ARCHIVE.
       COPY "custacct.cpy" REPLACING CUSTOMER-ACCOUNT-RECORD
           BY LINK-ARCHIVE-RECORD.

       FD  MASTER-JOURNAL.
       COPY "mstjrnl.cpy".

       FD  PURGE-REGISTER.
       01  PURGE-REGISTER-LINE         PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-TRAN-INDEX-STATUS     PIC X(02).
           88  WS-TI-OK                       VALUE '00'.
       01  WS-DISPUTE-STATUS        PIC X(02).
           88  WS-DS-OK                       VALUE '00'.
       01  WS-LEGAL-ORDER-STATUS    PIC X(02).
           88  WS-LO-OK                       VALUE '00'.
       01  WS-CHGOFF-STATUS         PIC X(02).
           88  WS-CO-OK                       VALUE '00'.
       01  WS-REGISTER-STATUS       PIC X(02).
           88  WS-OC-OK                       VALUE '00'.
       01  WS-ACCT-ARCH-STATUS      PIC X(02).
           88  WS-AA-OK                       VALUE '00'.
           88  WS-AA-NOT-FOUND                VALUE '35'.
       01  WS-CUST-ARCH-STATUS      PIC X(02).
           88  WS-CR-OK                       VALUE '00'.
           88  WS-CR-NOT-FOUND                VALUE '35'.
       01  WS-LINK-ARCH-STATUS      PIC X(02).
           88  WS-LA-OK                       VALUE '00'.
           88  WS-LA-NOT-FOUND                VALUE '35'.
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-OK                       VALUE '00'.
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01).
           88  WS-END-OF-FILE                 VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-INDEX-EOF-SW          PIC X(01).
           88  WS-END-OF-INDEX                VALUE 'Y'.
       01  WS-LINK-FILE-SW          PIC X(01) VALUE 'N'.
           88  WS-LINK-FILE-PRESENT           VALUE 'Y'.
       01  WS-INDEX-FILE-SW         PIC X(01) VALUE 'N'.
           88  WS-INDEX-FILE-PRESENT          VALUE 'Y'.
       01  WS-CHGOFF-FILE-SW        PIC X(01) VALUE 'N'.
           88  WS-CHGOFF-FILE-PRESENT         VALUE 'Y'.
       01  WS-CHANGED-SW            PIC X(01).
           88  WS-STRIKES-MADE                VALUE 'Y'.
       01  WS-CUST-OK-SW            PIC X(01).
           88  WS-CUSTOMER-GOES               VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CUTOFF-DATE           PIC 9(08).
       01  WS-CUTOFF-INT            PIC 9(07).
       01  WS-CLOSED-DATE           PIC 9(08).
       01  WS-KEEP-REASON           PIC X(30).
       01  WS-SEARCH-ACCOUNT        PIC 9(07).
       01  WS-CURRENT-CUSTOMER      PIC 9(07).
       01  WS-JOURNAL-STAMP         PIC 9(14).
       01  WS-ACCOUNTS-PURGED       PIC 9(07) VALUE ZERO.
       01  WS-CUSTOMERS-PURGED      PIC 9(07) VALUE ZERO.
       01  WS-LINKS-PURGED          PIC 9(07) VALUE ZERO.
       01  WS-ACCOUNTS-KEPT         PIC 9(07) VALUE ZERO.

      *-----------------------------------------------------------*
      * Accounts held back by an open dispute, a legal order in
      * force or an open official check, collected from those
      * files before the account master is walked.
      *-----------------------------------------------------------*
       01  WS-BLK-SUB               PIC 9(04).
       01  WS-BLK-HIT-SUB           PIC 9(04).
       01  WS-BLK-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-BLK-MAX               PIC 9(04) VALUE 2000.
       01  WS-BLK-FULL-SW           PIC X(01) VALUE 'N'.
           88  WS-BLK-FULL                    VALUE 'Y'.
       01  WS-BLOCK-TABLE.
           05  WS-BLK-ENTRY OCCURS 2000 TIMES.
               10  WS-BLK-ACCOUNT-ID   PIC 9(07).
               10  WS-BLK-REASON       PIC X(30).

      *-----------------------------------------------------------*
      * Closed accounts old enough and clear to go; an entry
      * struck off because a customer on it stays is flagged, not
      * removed.
      *-----------------------------------------------------------*
       01  WS-CA-SUB                PIC 9(04).
       01  WS-CA-HIT-SUB            PIC 9(04).
       01  WS-CA-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-CA-MAX                PIC 9(04) VALUE 2000.
       01  WS-CAND-ACCOUNT-TABLE.
           05  WS-CA-ENTRY OCCURS 2000 TIMES.
               10  WS-CA-ACCOUNT-ID    PIC 9(07).
               10  WS-CA-CLOSED-DATE   PIC 9(08).
               10  WS-CA-STRUCK-SW     PIC X(01).
                   88  WS-CA-STRUCK              VALUE 'Y'.

      *-----------------------------------------------------------*
      * Customers whose every account is a candidate.
      *-----------------------------------------------------------*
       01  WS-CC-SUB                PIC 9(04).
       01  WS-CC-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-CC-MAX                PIC 9(04) VALUE 2000.
       01  WS-CAND-CUSTOMER-TABLE.
           05  WS-CC-ENTRY OCCURS 2000 TIMES.
               10  WS-CC-CUSTOMER-ID   PIC 9(07).
               10  WS-CC-STRUCK-SW     PIC X(01).
                   88  WS-CC-STRUCK              VALUE 'Y'.

      *-----------------------------------------------------------*
      * The accounts one customer stands on.
      *-----------------------------------------------------------*
       01  WS-HA-SUB                PIC 9(03).
       01  WS-HA-ENTRIES            PIC 9(03) VALUE ZERO.
       01  WS-HA-OVERFLOW-SW        PIC X(01).
           88  WS-HA-OVERFLOWED               VALUE 'Y'.
       01  WS-HELD-ACCOUNT-TABLE.
           05  WS-HA-ACCOUNT-ID     OCCURS 50 TIMES PIC 9(07).

       01  WS-REGISTER-HEADER.
           05  FILLER               PIC X(40) VALUE
               'CLOSED-RELATIONSHIP PURGE REGISTER  RUN '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(13) VALUE
               '  CLOSED TO  '.
           05  WS-RH-CUTOFF         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RH-MODE           PIC X(20).
       01  WS-REGISTER-LINE.
           05  WS-RL-KIND           PIC X(09).
           05  WS-RL-ID             PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-NAME           PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RL-CLOSED         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-ACTION         PIC X(11).
           05  WS-RL-REASON         PIC X(30).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 1500-COLLECT-HOLDS THRU 1500-EXIT
               PERFORM 2000-SELECT-ACCOUNTS THRU 2000-EXIT
               PERFORM 3000-SELECT-CUSTOMERS THRU 3000-EXIT
               PERFORM 3500-SETTLE-STRIKES THRU 3500-EXIT
               PERFORM 4000-PURGE-CUSTOMERS THRU 4000-EXIT
               PERFORM 5000-PURGE-ACCOUNTS THRU 5000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the card and the three masters are
      * required; a retention of zero would purge every closed
      * account and is refused.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT
           OPEN INPUT PURGE-PARM
           IF NOT WS-PM-OK
               DISPLAY 'NO PURGPARM CARD - NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           READ PURGE-PARM
               AT END
                   MOVE ZERO TO PGP-RETENTION-DAYS
           END-READ
           CLOSE PURGE-PARM
           IF PGP-RETENTION-DAYS IS NOT NUMERIC
               OR PGP-RETENTION-DAYS = ZERO
               DISPLAY 'PURGPARM RETENTION INVALID - NOTHING PURGED'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - PGP-RETENTION-DAYS
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INT)
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O CUSTOMER-MASTER
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT PURGE-REGISTER
           IF NOT WS-AF-OK OR NOT WS-CM-OK OR NOT WS-TF-OK
               OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN PURGE FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O CUSTOMER-ACCOUNT
           IF WS-CA-OK
               SET WS-LINK-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT TRAN-ACCOUNT-INDEX
           IF WS-TI-OK
               SET WS-INDEX-FILE-PRESENT TO TRUE
           END-IF
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CO-OK
               SET WS-CHGOFF-FILE-PRESENT TO TRUE
           END-IF
           IF PGP-PURGE
               PERFORM 1300-OPEN-ARCHIVES THRU 1300-EXIT
               MOVE 'PURGE' TO WS-RH-MODE
           ELSE
               MOVE 'LIST ONLY - NO PURGE' TO WS-RH-MODE
           END-IF
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           MOVE WS-CUTOFF-DATE TO WS-RH-CUTOFF
           WRITE PURGE-REGISTER-LINE FROM WS-REGISTER-HEADER
           MOVE SPACES TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           DISPLAY 'PURGING RELATIONSHIPS CLOSED BEFORE '
               WS-CUTOFF-DATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-BUSINESS-DATE
      *-----------------------------------------------------------*
       1200-READ-BUSINESS-DATE.
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
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-OPEN-ARCHIVES - the archives and the journal are
      * appended to, as TRANARCH appends to its archive.
      *-----------------------------------------------------------*
       1300-OPEN-ARCHIVES.
           OPEN EXTEND ACCOUNT-ARCHIVE
           IF WS-AA-NOT-FOUND
               OPEN OUTPUT ACCOUNT-ARCHIVE
           END-IF
           OPEN EXTEND CUSTOMER-ARCHIVE
           IF WS-CR-NOT-FOUND
               OPEN OUTPUT CUSTOMER-ARCHIVE
           END-IF
           OPEN EXTEND LINK-ARCHIVE
           IF WS-LA-NOT-FOUND
               OPEN OUTPUT LINK-ARCHIVE
           END-IF
           OPEN EXTEND MASTER-JOURNAL
           IF WS-JR-NOT-FOUND
               OPEN OUTPUT MASTER-JOURNAL
           END-IF
           IF NOT WS-AA-OK OR NOT WS-CR-OK OR NOT WS-LA-OK
               OR NOT WS-JR-OK
               DISPLAY 'UNABLE TO OPEN PURGE ARCHIVES - LIST ONLY'
               MOVE 'N' TO PGP-RUN-MODE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-COLLECT-HOLDS - open disputes, legal orders in force
      * and official checks not yet paid, by account.  A file not
      * there holds nothing back.
      *-----------------------------------------------------------*
       1500-COLLECT-HOLDS.
           OPEN INPUT DISPUTE-FILE
           IF WS-DS-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1600-COLLECT-ONE-DISPUTE THRU 1600-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE DISPUTE-FILE
           END-IF
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-LO-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1700-COLLECT-ONE-ORDER THRU 1700-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE LEGAL-ORDER-FILE
           END-IF
           OPEN INPUT OFFICIAL-CHECK-FILE
           IF WS-OC-OK
               MOVE 'N' TO WS-EOF-SW
               PERFORM 1800-COLLECT-ONE-CHECK THRU 1800-EXIT
                   UNTIL WS-END-OF-FILE
               CLOSE OFFICIAL-CHECK-FILE
           END-IF
           IF WS-BLK-FULL
               DISPLAY 'HOLD TABLE FULL - NOTHING PURGED'
               MOVE 'N' TO PGP-RUN-MODE
               MOVE 16 TO RETURN-CODE
           END-IF.
       1500-EXIT.
           EXIT.

       1600-COLLECT-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1600-EXIT
           END-READ
           IF DSP-OPEN
               MOVE DSP-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
               MOVE 'OPEN DISPUTE' TO WS-KEEP-REASON
               PERFORM 1900-ADD-HOLD THRU 1900-EXIT
           END-IF.
       1600-EXIT.
           EXIT.

       1700-COLLECT-ONE-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1700-EXIT
           END-READ
           IF LGO-IN-FORCE
               MOVE LGO-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
               MOVE 'LEGAL ORDER IN FORCE' TO WS-KEEP-REASON
               PERFORM 1900-ADD-HOLD THRU 1900-EXIT
           END-IF.
       1700-EXIT.
           EXIT.

       1800-COLLECT-ONE-CHECK.
           READ OFFICIAL-CHECK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1800-EXIT
           END-READ
           IF OCR-OPEN-ITEM
               MOVE OCR-ACCOUNT-ID TO WS-SEARCH-ACCOUNT
               MOVE 'OFFICIAL CHECK UNPAID' TO WS-KEEP-REASON
               PERFORM 1900-ADD-HOLD THRU 1900-EXIT
           END-IF.
       1800-EXIT.
           EXIT.

       1900-ADD-HOLD.
           PERFORM 7200-FIND-HOLD THRU 7200-EXIT
           IF WS-BLK-HIT-SUB > ZERO
               GO TO 1900-EXIT
           END-IF
           IF WS-BLK-ENTRIES = WS-BLK-MAX
               SET WS-BLK-FULL TO TRUE
               GO TO 1900-EXIT
           END-IF
           ADD 1 TO WS-BLK-ENTRIES
           MOVE WS-SEARCH-ACCOUNT TO WS-BLK-ACCOUNT-ID (WS-BLK-ENTRIES)
           MOVE WS-KEEP-REASON TO WS-BLK-REASON (WS-BLK-ENTRIES).
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SELECT-ACCOUNTS - every closed account closed before
      * the cutoff, unless something holds it.
      *-----------------------------------------------------------*
       2000-SELECT-ACCOUNTS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2100-SELECT-ONE-ACCOUNT THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
       2000-EXIT.
           EXIT.

       2100-SELECT-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF NOT ACCT-STATUS-CLOSED IN ACCOUNT-MASTER-RECORD
               GO TO 2100-EXIT
           END-IF
           MOVE ACCT-LAST-ACTIVITY-DT IN ACCOUNT-MASTER-RECORD
               TO WS-CLOSED-DATE
           IF WS-CLOSED-DATE = ZERO
               MOVE ACCT-BALANCE-DATE IN ACCOUNT-MASTER-RECORD
                   TO WS-CLOSED-DATE
           END-IF
           MOVE SPACES TO WS-KEEP-REASON
           IF WS-CLOSED-DATE = ZERO
               MOVE 'NO DATE TO AGE CLOSURE BY' TO WS-KEEP-REASON
               PERFORM 2900-REGISTER-KEPT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-CLOSED-DATE NOT < WS-CUTOFF-DATE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-CHECK-HOLDS THRU 2200-EXIT
           IF WS-KEEP-REASON NOT = SPACES
               PERFORM 2900-REGISTER-KEPT THRU 2900-EXIT
               GO TO 2100-EXIT
           END-IF
           IF WS-CA-ENTRIES = WS-CA-MAX
               DISPLAY 'CANDIDATE TABLE FULL - REMAINDER LEFT FOR '
                   'THE NEXT RUN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-FILE TO TRUE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CA-ENTRIES
           MOVE ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
               TO WS-CA-ACCOUNT-ID (WS-CA-ENTRIES)
           MOVE WS-CLOSED-DATE TO WS-CA-CLOSED-DATE (WS-CA-ENTRIES)
           MOVE 'N' TO WS-CA-STRUCK-SW (WS-CA-ENTRIES).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CHECK-HOLDS - WS-KEEP-REASON is left blank when
      * nothing holds the account in hand.
      *-----------------------------------------------------------*
       2200-CHECK-HOLDS.
           MOVE ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
               TO WS-SEARCH-ACCOUNT
           PERFORM 7200-FIND-HOLD THRU 7200-EXIT
           IF WS-BLK-HIT-SUB > ZERO
               MOVE WS-BLK-REASON (WS-BLK-HIT-SUB) TO WS-KEEP-REASON
               GO TO 2200-EXIT
           END-IF
           IF ACCT-LEDGER-BALANCE IN ACCOUNT-MASTER-RECORD NOT = ZERO
               MOVE 'BALANCE STILL ON ACCOUNT' TO WS-KEEP-REASON
               GO TO 2200-EXIT
           END-IF
           IF WS-CHGOFF-FILE-PRESENT
               MOVE ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
                   TO CHO-ACCOUNT-ID
               READ CHARGE-OFF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHO-PENDING OR CHO-APPROVED
                           OR (CHO-CHARGED-OFF
                           AND CHO-RECOVERED-TOTAL
                               < CHO-CHARGED-OFF-AMOUNT)
                           MOVE 'CHARGE-OFF BALANCE'
                               TO WS-KEEP-REASON
                           GO TO 2200-EXIT
                       END-IF
               END-READ
           END-IF
           IF WS-INDEX-FILE-PRESENT
               PERFORM 2300-CHECK-LIVE-TRANSACTIONS THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-CHECK-LIVE-TRANSACTIONS - an index entry whose
      * transaction is still on the file, still for this account,
      * keeps the account.
      *-----------------------------------------------------------*
       2300-CHECK-LIVE-TRANSACTIONS.
           MOVE ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
               TO TAI-ACCOUNT-ID
           MOVE ZERO TO TAI-UID
           MOVE 'N' TO WS-INDEX-EOF-SW
           START TRAN-ACCOUNT-INDEX KEY NOT LESS THAN TAI-KEY
               INVALID KEY
                   GO TO 2300-EXIT
           END-START
           PERFORM 2350-CHECK-ONE-INDEX-ENTRY THRU 2350-EXIT
               UNTIL WS-END-OF-INDEX.
       2300-EXIT.
           EXIT.

       2350-CHECK-ONE-INDEX-ENTRY.
           READ TRAN-ACCOUNT-INDEX NEXT RECORD
               AT END
                   SET WS-END-OF-INDEX TO TRUE
                   GO TO 2350-EXIT
           END-READ
           IF TAI-ACCOUNT-ID
               NOT = ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
               SET WS-END-OF-INDEX TO TRUE
               GO TO 2350-EXIT
           END-IF
           MOVE TAI-UID TO UID
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF ACCOUNT-ID
                       = ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
                       MOVE 'TRANSACTIONS STILL LIVE'
                           TO WS-KEEP-REASON
                       SET WS-END-OF-INDEX TO TRUE
                   END-IF
           END-READ.
       2350-EXIT.
           EXIT.

       2900-REGISTER-KEPT.
           ADD 1 TO WS-ACCOUNTS-KEPT
           MOVE 'ACCOUNT' TO WS-RL-KIND
           MOVE ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD TO WS-RL-ID
           MOVE ACCT-ACCOUNT-HOLDER IN ACCOUNT-MASTER-RECORD
               TO WS-RL-NAME
           MOVE WS-CLOSED-DATE TO WS-RL-CLOSED
           MOVE 'KEPT' TO WS-RL-ACTION
           MOVE WS-KEEP-REASON TO WS-RL-REASON
           WRITE PURGE-REGISTER-LINE FROM WS-REGISTER-LINE.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SELECT-CUSTOMERS - a customer every one of whose
      * accounts is a candidate becomes a candidate; a customer
      * with any other account strikes off the candidates they
      * stand on.
      *-----------------------------------------------------------*
       3000-SELECT-CUSTOMERS.
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3100-SELECT-ONE-CUSTOMER THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
       3000-EXIT.
           EXIT.

       3100-SELECT-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           MOVE CUM-CUSTOMER-ID IN CUSTOMER-MASTER-RECORD
               TO WS-CURRENT-CUSTOMER
           PERFORM 3200-GATHER-HELD-ACCOUNTS THRU 3200-EXIT
           IF WS-HA-ENTRIES = ZERO
               GO TO 3100-EXIT
           END-IF
           PERFORM 3300-JUDGE-CUSTOMER THRU 3300-EXIT
           IF NOT WS-CUSTOMER-GOES
               PERFORM 3400-STRIKE-HELD-ACCOUNTS THRU 3400-EXIT
               GO TO 3100-EXIT
           END-IF
           IF WS-CC-ENTRIES = WS-CC-MAX
               PERFORM 3400-STRIKE-HELD-ACCOUNTS THRU 3400-EXIT
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-CC-ENTRIES
           MOVE WS-CURRENT-CUSTOMER
               TO WS-CC-CUSTOMER-ID (WS-CC-ENTRIES)
           MOVE 'N' TO WS-CC-STRUCK-SW (WS-CC-ENTRIES).
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-GATHER-HELD-ACCOUNTS - CUM-ACCOUNT-ID of the customer
      * in hand and every relationship row under WS-CURRENT-
      * CUSTOMER.  More than the table holds keeps the customer.
      *-----------------------------------------------------------*
       3200-GATHER-HELD-ACCOUNTS.
           MOVE ZERO TO WS-HA-ENTRIES
           MOVE 'N' TO WS-HA-OVERFLOW-SW
           IF CUM-ACCOUNT-ID IN CUSTOMER-MASTER-RECORD NOT = ZERO
               MOVE 1 TO WS-HA-ENTRIES
               MOVE CUM-ACCOUNT-ID IN CUSTOMER-MASTER-RECORD
                   TO WS-HA-ACCOUNT-ID (1)
           END-IF
           IF NOT WS-LINK-FILE-PRESENT
               GO TO 3200-EXIT
           END-IF
           MOVE WS-CURRENT-CUSTOMER
               TO CAR-CUSTOMER-ID IN CUSTOMER-ACCOUNT-RECORD
           MOVE ZERO TO CAR-ACCOUNT-ID IN CUSTOMER-ACCOUNT-RECORD
           MOVE 'N' TO WS-LINK-EOF-SW
           START CUSTOMER-ACCOUNT
               KEY NOT LESS THAN CAR-KEY IN CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   GO TO 3200-EXIT
           END-START
           PERFORM 3250-GATHER-ONE-LINK THRU 3250-EXIT
               UNTIL WS-END-OF-LINKS.
       3200-EXIT.
           EXIT.

       3250-GATHER-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 3250-EXIT
           END-READ
           IF CAR-CUSTOMER-ID IN CUSTOMER-ACCOUNT-RECORD
               NOT = WS-CURRENT-CUSTOMER
               SET WS-END-OF-LINKS TO TRUE
               GO TO 3250-EXIT
           END-IF
           IF WS-HA-ENTRIES = 50
               SET WS-HA-OVERFLOWED TO TRUE
               SET WS-END-OF-LINKS TO TRUE
               GO TO 3250-EXIT
           END-IF
           ADD 1 TO WS-HA-ENTRIES
           MOVE CAR-ACCOUNT-ID IN CUSTOMER-ACCOUNT-RECORD
               TO WS-HA-ACCOUNT-ID (WS-HA-ENTRIES).
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-JUDGE-CUSTOMER - the customer goes when every held
      * account is a candidate not struck off.
      *-----------------------------------------------------------*
       3300-JUDGE-CUSTOMER.
           SET WS-CUSTOMER-GOES TO TRUE
           IF WS-HA-OVERFLOWED
               MOVE 'N' TO WS-CUST-OK-SW
               GO TO 3300-EXIT
           END-IF
           MOVE ZERO TO WS-HA-SUB
           PERFORM 3350-JUDGE-ONE-ACCOUNT THRU 3350-EXIT
               UNTIL WS-HA-SUB = WS-HA-ENTRIES
               OR NOT WS-CUSTOMER-GOES.
       3300-EXIT.
           EXIT.

       3350-JUDGE-ONE-ACCOUNT.
           ADD 1 TO WS-HA-SUB
           MOVE WS-HA-ACCOUNT-ID (WS-HA-SUB) TO WS-SEARCH-ACCOUNT
           PERFORM 7100-FIND-CANDIDATE THRU 7100-EXIT
           IF WS-CA-HIT-SUB = ZERO
               MOVE 'N' TO WS-CUST-OK-SW
           ELSE
               IF WS-CA-STRUCK (WS-CA-HIT-SUB)
                   MOVE 'N' TO WS-CUST-OK-SW
               END-IF
           END-IF.
       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-STRIKE-HELD-ACCOUNTS - a staying customer keeps every
      * candidate they stand on.
      *-----------------------------------------------------------*
       3400-STRIKE-HELD-ACCOUNTS.
           MOVE ZERO TO WS-HA-SUB
           PERFORM 3450-STRIKE-ONE-ACCOUNT THRU 3450-EXIT
               UNTIL WS-HA-SUB = WS-HA-ENTRIES.
       3400-EXIT.
           EXIT.

       3450-STRIKE-ONE-ACCOUNT.
           ADD 1 TO WS-HA-SUB
           MOVE WS-HA-ACCOUNT-ID (WS-HA-SUB) TO WS-SEARCH-ACCOUNT
           PERFORM 7100-FIND-CANDIDATE THRU 7100-EXIT
           IF WS-CA-HIT-SUB > ZERO
               IF NOT WS-CA-STRUCK (WS-CA-HIT-SUB)
                   SET WS-CA-STRUCK (WS-CA-HIT-SUB) TO TRUE
                   SET WS-STRIKES-MADE TO TRUE
               END-IF
           END-IF.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-SETTLE-STRIKES - a strike can leave a candidate
      * customer holding an account that now stays, which keeps
      * the customer, whose other accounts then stay in turn.
      * The candidate customers are judged again until a pass
      * strikes nothing more.
      *-----------------------------------------------------------*
       3500-SETTLE-STRIKES.
           SET WS-STRIKES-MADE TO TRUE
           PERFORM 3600-JUDGE-ALL-AGAIN THRU 3600-EXIT
               UNTIL NOT WS-STRIKES-MADE.
       3500-EXIT.
           EXIT.

       3600-JUDGE-ALL-AGAIN.
           MOVE 'N' TO WS-CHANGED-SW
           MOVE ZERO TO WS-CC-SUB
           PERFORM 3650-JUDGE-ONE-AGAIN THRU 3650-EXIT
               UNTIL WS-CC-SUB = WS-CC-ENTRIES.
       3600-EXIT.
           EXIT.

       3650-JUDGE-ONE-AGAIN.
           ADD 1 TO WS-CC-SUB
           IF WS-CC-STRUCK (WS-CC-SUB)
               GO TO 3650-EXIT
           END-IF
           PERFORM 3700-GATHER-BY-KEY THRU 3700-EXIT
           PERFORM 3300-JUDGE-CUSTOMER THRU 3300-EXIT
           IF NOT WS-CUSTOMER-GOES
               SET WS-CC-STRUCK (WS-CC-SUB) TO TRUE
               SET WS-STRIKES-MADE TO TRUE
               PERFORM 3400-STRIKE-HELD-ACCOUNTS THRU 3400-EXIT
           END-IF.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-GATHER-BY-KEY - the held accounts of the candidate
      * customer at WS-CC-SUB, off a keyed read of the master.
      *-----------------------------------------------------------*
       3700-GATHER-BY-KEY.
           MOVE WS-CC-CUSTOMER-ID (WS-CC-SUB)
               TO CUM-CUSTOMER-ID IN CUSTOMER-MASTER-RECORD
           MOVE WS-CC-CUSTOMER-ID (WS-CC-SUB) TO WS-CURRENT-CUSTOMER
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE ZERO TO WS-HA-ENTRIES
                   SET WS-HA-OVERFLOWED TO TRUE
                   GO TO 3700-EXIT
           END-READ
           PERFORM 3200-GATHER-HELD-ACCOUNTS THRU 3200-EXIT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PURGE-CUSTOMERS - each candidate customer still
      * standing goes, relationship rows first, each archived and
      * journaled before it is deleted.
      *-----------------------------------------------------------*
       4000-PURGE-CUSTOMERS.
           MOVE ZERO TO WS-CC-SUB
           PERFORM 4100-PURGE-ONE-CUSTOMER THRU 4100-EXIT
               UNTIL WS-CC-SUB = WS-CC-ENTRIES.
       4000-EXIT.
           EXIT.

       4100-PURGE-ONE-CUSTOMER.
           ADD 1 TO WS-CC-SUB
           IF WS-CC-STRUCK (WS-CC-SUB)
               GO TO 4100-EXIT
           END-IF
           PERFORM 3700-GATHER-BY-KEY THRU 3700-EXIT
           IF WS-HA-OVERFLOWED
               GO TO 4100-EXIT
           END-IF
           MOVE 'CUSTOMER' TO WS-RL-KIND
           MOVE CUM-CUSTOMER-ID IN CUSTOMER-MASTER-RECORD TO WS-RL-ID
           MOVE CUM-NAME IN CUSTOMER-MASTER-RECORD TO WS-RL-NAME
           MOVE SPACES TO WS-RL-CLOSED
           MOVE SPACES TO WS-RL-REASON
           ADD 1 TO WS-CUSTOMERS-PURGED
           IF NOT PGP-PURGE
               MOVE 'WOULD PURGE' TO WS-RL-ACTION
               WRITE PURGE-REGISTER-LINE FROM WS-REGISTER-LINE
               GO TO 4100-EXIT
           END-IF
           MOVE 'PURGED' TO WS-RL-ACTION
           WRITE PURGE-REGISTER-LINE FROM WS-REGISTER-LINE
           WRITE CUSTOMER-ARCHIVE-RECORD FROM CUSTOMER-MASTER-RECORD
           SET MJR-FILE-CUSTOMER TO TRUE
           SET MJR-ACTION-DELETE TO TRUE
           MOVE SPACES TO MJR-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO MJR-BEFORE-IMAGE
           MOVE SPACES TO MJR-AFTER-IMAGE
           DELETE CUSTOMER-MASTER RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 6000-JOURNAL-ONE-DELETE THRU 6000-EXIT
           END-DELETE
           IF WS-LINK-FILE-PRESENT
               MOVE ZERO TO WS-HA-SUB
               PERFORM 4200-PURGE-ONE-LINK THRU 4200-EXIT
                   UNTIL WS-HA-SUB = WS-HA-ENTRIES
           END-IF.
       4100-EXIT.
           EXIT.

       4200-PURGE-ONE-LINK.
           ADD 1 TO WS-HA-SUB
           MOVE WS-CURRENT-CUSTOMER
               TO CAR-CUSTOMER-ID IN CUSTOMER-ACCOUNT-RECORD
           MOVE WS-HA-ACCOUNT-ID (WS-HA-SUB)
               TO CAR-ACCOUNT-ID IN CUSTOMER-ACCOUNT-RECORD
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   GO TO 4200-EXIT
           END-READ
           WRITE LINK-ARCHIVE-RECORD FROM CUSTOMER-ACCOUNT-RECORD
           SET MJR-FILE-LINK TO TRUE
           SET MJR-ACTION-DELETE TO TRUE
           MOVE SPACES TO MJR-BEFORE-IMAGE
           MOVE CUSTOMER-ACCOUNT-RECORD TO MJR-BEFORE-IMAGE
           MOVE SPACES TO MJR-AFTER-IMAGE
           DELETE CUSTOMER-ACCOUNT RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LINKS-PURGED
                   PERFORM 6000-JOURNAL-ONE-DELETE THRU 6000-EXIT
           END-DELETE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PURGE-ACCOUNTS - each candidate account still
      * standing goes; a struck one is registered as kept.
      *-----------------------------------------------------------*
       5000-PURGE-ACCOUNTS.
           MOVE ZERO TO WS-CA-SUB
           PERFORM 5100-PURGE-ONE-ACCOUNT THRU 5100-EXIT
               UNTIL WS-CA-SUB = WS-CA-ENTRIES.
       5000-EXIT.
           EXIT.

       5100-PURGE-ONE-ACCOUNT.
           ADD 1 TO WS-CA-SUB
           MOVE WS-CA-ACCOUNT-ID (WS-CA-SUB)
               TO ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 5100-EXIT
           END-READ
           MOVE WS-CA-CLOSED-DATE (WS-CA-SUB) TO WS-CLOSED-DATE
           IF WS-CA-STRUCK (WS-CA-SUB)
               MOVE 'HOLDER STILL ACTIVE' TO WS-KEEP-REASON
               PERFORM 2900-REGISTER-KEPT THRU 2900-EXIT
               GO TO 5100-EXIT
           END-IF
           MOVE 'ACCOUNT' TO WS-RL-KIND
           MOVE ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD TO WS-RL-ID
           MOVE ACCT-ACCOUNT-HOLDER IN ACCOUNT-MASTER-RECORD
               TO WS-RL-NAME
           MOVE WS-CLOSED-DATE TO WS-RL-CLOSED
           MOVE SPACES TO WS-RL-REASON
           ADD 1 TO WS-ACCOUNTS-PURGED
           IF NOT PGP-PURGE
               MOVE 'WOULD PURGE' TO WS-RL-ACTION
               WRITE PURGE-REGISTER-LINE FROM WS-REGISTER-LINE
               GO TO 5100-EXIT
           END-IF
           MOVE 'PURGED' TO WS-RL-ACTION
           WRITE PURGE-REGISTER-LINE FROM WS-REGISTER-LINE
           WRITE ACCOUNT-ARCHIVE-RECORD FROM ACCOUNT-MASTER-RECORD
           SET MJR-FILE-ACCOUNT TO TRUE
           SET MJR-ACTION-DELETE TO TRUE
           MOVE SPACES TO MJR-BEFORE-IMAGE
           MOVE ACCOUNT-MASTER-RECORD TO MJR-BEFORE-IMAGE
           MOVE SPACES TO MJR-AFTER-IMAGE
           DELETE ACCOUNT-MASTER RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 6000-JOURNAL-ONE-DELETE THRU 6000-EXIT
           END-DELETE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-JOURNAL-ONE-DELETE - the caller has set the file
      * code, the action and the images.
      *-----------------------------------------------------------*
       6000-JOURNAL-ONE-DELETE.
           ACCEPT WS-JOURNAL-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-JOURNAL-STAMP(9:6) FROM TIME
           MOVE WS-JOURNAL-STAMP TO MJR-TIMESTAMP
           MOVE 'RELPURGE' TO MJR-PROGRAM
           WRITE MASTER-JOURNAL-RECORD.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-FIND-CANDIDATE - WS-CA-HIT-SUB is the candidate entry
      * for WS-SEARCH-ACCOUNT, or zero.
      *-----------------------------------------------------------*
       7100-FIND-CANDIDATE.
           MOVE ZERO TO WS-CA-SUB
           MOVE ZERO TO WS-CA-HIT-SUB
           PERFORM 7150-TEST-ONE-CANDIDATE THRU 7150-EXIT
               UNTIL WS-CA-SUB = WS-CA-ENTRIES
               OR WS-CA-HIT-SUB > ZERO.
       7100-EXIT.
           EXIT.

       7150-TEST-ONE-CANDIDATE.
           ADD 1 TO WS-CA-SUB
           IF WS-CA-ACCOUNT-ID (WS-CA-SUB) = WS-SEARCH-ACCOUNT
               MOVE WS-CA-SUB TO WS-CA-HIT-SUB
           END-IF.
       7150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7200-FIND-HOLD - WS-BLK-HIT-SUB is the hold entry for
      * WS-SEARCH-ACCOUNT, or zero.
      *-----------------------------------------------------------*
       7200-FIND-HOLD.
           MOVE ZERO TO WS-BLK-SUB
           MOVE ZERO TO WS-BLK-HIT-SUB
           PERFORM 7250-TEST-ONE-HOLD THRU 7250-EXIT
               UNTIL WS-BLK-SUB = WS-BLK-ENTRIES
               OR WS-BLK-HIT-SUB > ZERO.
       7200-EXIT.
           EXIT.

       7250-TEST-ONE-HOLD.
           ADD 1 TO WS-BLK-SUB
           IF WS-BLK-ACCOUNT-ID (WS-BLK-SUB) = WS-SEARCH-ACCOUNT
               MOVE WS-BLK-SUB TO WS-BLK-HIT-SUB
           END-IF.
       7250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO PURGE-REGISTER-LINE
           WRITE PURGE-REGISTER-LINE
           IF PGP-PURGE
               MOVE 'CUSTOMERS PURGED:' TO WS-TL-LABEL
           ELSE
               MOVE 'CUSTOMERS THAT WOULD BE PURGED:' TO WS-TL-LABEL
           END-IF
           MOVE WS-CUSTOMERS-PURGED TO WS-TL-COUNT
           WRITE PURGE-REGISTER-LINE FROM WS-TOTAL-LINE
           IF PGP-PURGE
               MOVE 'ACCOUNTS PURGED:' TO WS-TL-LABEL
           ELSE
               MOVE 'ACCOUNTS THAT WOULD BE PURGED:' TO WS-TL-LABEL
           END-IF
           MOVE WS-ACCOUNTS-PURGED TO WS-TL-COUNT
           WRITE PURGE-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'RELATIONSHIP ROWS PURGED:' TO WS-TL-LABEL
           MOVE WS-LINKS-PURGED TO WS-TL-COUNT
           WRITE PURGE-REGISTER-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSED ACCOUNTS KEPT:' TO WS-TL-LABEL
           MOVE WS-ACCOUNTS-KEPT TO WS-TL-COUNT
           WRITE PURGE-REGISTER-LINE FROM WS-TOTAL-LINE
           DISPLAY 'CUSTOMERS PURGED: ' WS-CUSTOMERS-PURGED
           DISPLAY 'ACCOUNTS PURGED:  ' WS-ACCOUNTS-PURGED
           DISPLAY 'ACCOUNTS KEPT:    ' WS-ACCOUNTS-KEPT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-AF-OK
               CLOSE ACCOUNT-MASTER
           END-IF
           IF WS-CM-OK
               CLOSE CUSTOMER-MASTER
           END-IF
           IF WS-TF-OK
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-RP-OK
               CLOSE PURGE-REGISTER
           END-IF
           IF WS-LINK-FILE-PRESENT
               CLOSE CUSTOMER-ACCOUNT
           END-IF
           IF WS-INDEX-FILE-PRESENT
               CLOSE TRAN-ACCOUNT-INDEX
           END-IF
           IF WS-CHGOFF-FILE-PRESENT
               CLOSE CHARGE-OFF-FILE
           END-IF
           IF WS-AA-OK
               CLOSE ACCOUNT-ARCHIVE
           END-IF
           IF WS-CR-OK
               CLOSE CUSTOMER-ARCHIVE
           END-IF
           IF WS-LA-OK
               CLOSE LINK-ARCHIVE
           END-IF
           IF WS-JR-OK
               CLOSE MASTER-JOURNAL
           END-IF.
       9000-EXIT.
           EXIT.
