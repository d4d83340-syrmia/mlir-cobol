      *-----------------------------------------------------------*
      * PROGRAM:      ATODETCT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Account-takeover detection.  Run nightly.  The takeover
      * pattern is a change of address or phone followed within
      * days by money going out: a large withdrawal, a transfer
      * out, or a new standing order paying someone.  This
      * program joins the pieces already on file:
      *
      *   - contact changes (address lines, city, state, zip,
      *     phone) off the CUSTHIST change history;
      *   - large posted withdrawals off the posting log, a
      *     withdrawal that is one leg of a transfer (XFERLOAD)
      *     judged against the lower transfer threshold;
      *   - withdrawal standing orders placed on STANDORD.
      *
      * A movement in the ATOPARM scan days on any account a
      * changed customer is linked to (CUSTACCT, any role),
      * falling no more than the window days after the change,
      * goes on the fraud review list (ATOREVW.OUT) with the
      * change behind it.  Each account so flagged raises one
      * high-severity operator alert (OPALERT), and - when the
      * card asks for it - is put under a temporary stop on
      * STOPFILE against all withdrawals until the customer has
      * been contacted and the stop released through STOPMNT.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted; money work fields and report
      *                    columns widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATODETCT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-HISTORY ASSIGN TO "CUSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-LOG-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-ORDER-ID
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT STOP-FILE ASSIGN TO "STOPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STOP-FILE-STATUS.
           SELECT OPERATOR-ALERT ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT TAKEOVER-PARM ASSIGN TO "ATOPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REVIEW-LIST ASSIGN TO "ATOREVW.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-HISTORY.
       COPY "custhist.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  POSTING-LOG.
       COPY "postlog.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  STANDING-ORDER-FILE.
       COPY "standord.cpy".

       FD  STOP-FILE.
       COPY "stopfile.cpy".

       FD  OPERATOR-ALERT.
       COPY "opalert.cpy".

       FD  TAKEOVER-PARM.
       COPY "atoparm.cpy".

       FD  REVIEW-LIST.
       01  REVIEW-LIST-LINE            PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-HS-OK                       VALUE '00'.
       01  WS-LINK-FILE-STATUS      PIC X(02).
           88  WS-LK-OK                       VALUE '00'.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PLG-OK                      VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ORDER-FILE-STATUS     PIC X(02).
           88  WS-OF-OK                       VALUE '00'.
       01  WS-STOP-FILE-STATUS      PIC X(02).
           88  WS-SF-OK                       VALUE '00'.
           88  WS-SF-NOT-FOUND                VALUE '35'.
       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-AL-NOT-FOUND                VALUE '35'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-TRAN-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TRAN-FILE-OPEN              VALUE 'Y'.
       01  WS-STOP-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-STOP-FILE-OPEN              VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-STOP-EOF-SW           PIC X(01).
           88  WS-END-OF-STOPS                VALUE 'Y'.
       01  WS-STOP-HELD-SW          PIC X(01).
           88  WS-STOP-ALREADY-HELD           VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-SCAN-START            PIC 9(08).
       01  WS-CHANGE-START          PIC 9(08).
       01  WS-WINDOW-START          PIC 9(08).
       01  WS-CHANGE-DATE           PIC 9(08).
       01  WS-WINDOW-DAYS           PIC 9(03) VALUE 10.
       01  WS-SCAN-DAYS             PIC 9(03) VALUE 1.
       01  WS-WD-THRESHOLD          PIC 9(06)V9(02) VALUE 2000.00.
       01  WS-XFER-THRESHOLD        PIC 9(06)V9(02) VALUE 1000.00.
       01  WS-LOW-THRESHOLD         PIC 9(06)V9(02).
       01  WS-STOP-SW               PIC X(01) VALUE 'N'.
           88  WS-PLACE-STOPS                 VALUE 'Y'.
       01  WS-STOP-DAYS             PIC 9(03) VALUE 14.
       01  WS-LAST-STOP-ID          PIC 9(03).
       01  WS-DETECTED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ALERT-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-STOP-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-ALERT-TEXT            PIC X(40).

      *-----------------------------------------------------------*
      * The movement being judged.
      *-----------------------------------------------------------*
       01  WS-EVENT.
           05  WS-EV-ACCOUNT-ID     PIC 9(07).
           05  WS-EV-DATE           PIC 9(08).
           05  WS-EV-TYPE           PIC X(04).
           05  WS-EV-AMOUNT         PIC 9(11)V9(02).
           05  WS-EV-REFERENCE      PIC 9(05).

      *-----------------------------------------------------------*
      * Contact changes old enough to matter to this run's
      * movements, and the accounts the changed customers are
      * linked to.
      *-----------------------------------------------------------*
       01  WS-CHG-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-CHG-SUB               PIC 9(04).
       01  WS-CHG-HIT-SUB           PIC 9(04).
       01  WS-CHG-TABLE.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES.
               10  WS-CHG-CUSTOMER-ID  PIC 9(07).
               10  WS-CHG-DATE         PIC 9(08).
               10  WS-CHG-FIELD        PIC X(10).
       01  WS-LNK-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-LNK-SUB               PIC 9(04).
       01  WS-LNK-TABLE.
           05  WS-LNK-ENTRY OCCURS 2000 TIMES.
               10  WS-LNK-CUSTOMER-ID  PIC 9(07).
               10  WS-LNK-ACCOUNT-ID   PIC 9(07).
       01  WS-FLG-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-FLG-SUB               PIC 9(04).
       01  WS-FLG-HIT-SUB           PIC 9(04).
       01  WS-FLG-TABLE.
           05  WS-FLG-ACCOUNT-ID    PIC 9(07) OCCURS 500 TIMES.

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'ACCOUNT TAKEOVER REVIEW LIST AS OF      '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER ACCOUNT  CHANGED  FIELD      MO'.
           05  FILLER               PIC X(40) VALUE
               'VED    TYPE      AMOUNT   REF  DAYS STOP'.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-CHANGE-DATE    PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-FIELD          PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-EVENT-DATE     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-TYPE           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-REFERENCE      PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DAYS           PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STOP           PIC X(03).
       01  WS-DAYS-APART            PIC 9(03).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-CHG-ENTRIES > ZERO
               PERFORM 2500-LOAD-LINKS THRU 2500-EXIT
           END-IF
           IF WS-LNK-ENTRIES > ZERO
               PERFORM 3000-SCAN-POSTINGS THRU 3000-EXIT
               PERFORM 4000-SCAN-STANDING-ORDERS THRU 4000-EXIT
           END-IF
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the dates the run covers, the review
      * list, and the contact changes.  No change history means
      * there is nothing to join; the list still goes out, empty.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-READ-TAKEOVER-PARM THRU 1400-EXIT
           COMPUTE WS-SCAN-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                - WS-SCAN-DAYS + 1)
           COMPUTE WS-CHANGE-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-SCAN-START)
                - WS-WINDOW-DAYS)
           IF WS-WD-THRESHOLD < WS-XFER-THRESHOLD
               MOVE WS-WD-THRESHOLD TO WS-LOW-THRESHOLD
           ELSE
               MOVE WS-XFER-THRESHOLD TO WS-LOW-THRESHOLD
           END-IF
           OPEN OUTPUT REVIEW-LIST
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE REVIEW-LIST-LINE FROM WS-REPORT-HEADER
           WRITE REVIEW-LIST-LINE FROM WS-COLUMN-HEADER
           OPEN INPUT CUSTOMER-HISTORY
           IF NOT WS-HS-OK
               DISPLAY 'NO CUSTOMER CHANGE HISTORY - NOTHING TO '
                   'DETECT'
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2000-LOAD-ONE-CHANGE THRU 2000-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE CUSTOMER-HISTORY.
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
      * 1400-READ-TAKEOVER-PARM - a missing card, or a zero or
      * non-numeric field, keeps the default.
      *-----------------------------------------------------------*
       1400-READ-TAKEOVER-PARM.
           OPEN INPUT TAKEOVER-PARM
           IF NOT WS-PM-OK
               GO TO 1400-EXIT
           END-IF
           READ TAKEOVER-PARM
               AT END
                   CLOSE TAKEOVER-PARM
                   GO TO 1400-EXIT
           END-READ
           IF ATP-WINDOW-DAYS NUMERIC
               AND ATP-WINDOW-DAYS > ZERO
               MOVE ATP-WINDOW-DAYS TO WS-WINDOW-DAYS
           END-IF
           IF ATP-SCAN-DAYS NUMERIC
               AND ATP-SCAN-DAYS > ZERO
               MOVE ATP-SCAN-DAYS TO WS-SCAN-DAYS
           END-IF
           IF ATP-WD-THRESHOLD NUMERIC
               AND ATP-WD-THRESHOLD > ZERO
               MOVE ATP-WD-THRESHOLD TO WS-WD-THRESHOLD
           END-IF
           IF ATP-XFER-THRESHOLD NUMERIC
               AND ATP-XFER-THRESHOLD > ZERO
               MOVE ATP-XFER-THRESHOLD TO WS-XFER-THRESHOLD
           END-IF
           IF ATP-STOP-ACCOUNTS
               MOVE 'Y' TO WS-STOP-SW
           END-IF
           IF ATP-STOP-DAYS NUMERIC
               AND ATP-STOP-DAYS > ZERO
               MOVE ATP-STOP-DAYS TO WS-STOP-DAYS
           END-IF
           CLOSE TAKEOVER-PARM.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-ONE-CHANGE - an address or phone change made
      * early enough in the window to precede one of this run's
      * movements.
      *-----------------------------------------------------------*
       2000-LOAD-ONE-CHANGE.
           READ CUSTOMER-HISTORY
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF CUH-FIELD-NAME NOT = 'ADDR-1'
               AND CUH-FIELD-NAME NOT = 'ADDR-2'
               AND CUH-FIELD-NAME NOT = 'CITY'
               AND CUH-FIELD-NAME NOT = 'STATE'
               AND CUH-FIELD-NAME NOT = 'ZIP'
               AND CUH-FIELD-NAME NOT = 'PHONE'
               GO TO 2000-EXIT
           END-IF
           MOVE CUH-TIMESTAMP (1:8) TO WS-CHANGE-DATE
           IF WS-CHANGE-DATE < WS-CHANGE-START
               OR WS-CHANGE-DATE > WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           IF WS-CHG-ENTRIES = 2000
               DISPLAY 'CONTACT CHANGE TABLE FULL - LATER CHANGES '
                   'NOT JUDGED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-SCAN TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-CHG-ENTRIES
           MOVE CUH-CUSTOMER-ID TO WS-CHG-CUSTOMER-ID (WS-CHG-ENTRIES)
           MOVE WS-CHANGE-DATE TO WS-CHG-DATE (WS-CHG-ENTRIES)
           MOVE CUH-FIELD-NAME TO WS-CHG-FIELD (WS-CHG-ENTRIES).
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-LOAD-LINKS - every account a changed customer is
      * linked to, in any role; a joint holder's new address is
      * as much a warning as the primary's.
      *-----------------------------------------------------------*
       2500-LOAD-LINKS.
           OPEN INPUT CUSTOMER-ACCOUNT
           IF NOT WS-LK-OK
               DISPLAY 'UNABLE TO OPEN CUSTOMER LINK FILE, STATUS '
                   WS-LINK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2600-LOAD-ONE-LINK THRU 2600-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE CUSTOMER-ACCOUNT.
       2500-EXIT.
           EXIT.

       2600-LOAD-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2600-EXIT
           END-READ
           MOVE ZERO TO WS-CHG-HIT-SUB
           MOVE ZERO TO WS-CHG-SUB
           PERFORM 2650-MATCH-CHANGED-CUSTOMER THRU 2650-EXIT
               UNTIL WS-CHG-HIT-SUB NOT = ZERO
               OR WS-CHG-SUB = WS-CHG-ENTRIES
           IF WS-CHG-HIT-SUB = ZERO
               GO TO 2600-EXIT
           END-IF
           IF WS-LNK-ENTRIES = 2000
               DISPLAY 'ACCOUNT LINK TABLE FULL - LATER ACCOUNTS '
                   'NOT JUDGED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-SCAN TO TRUE
               GO TO 2600-EXIT
           END-IF
           ADD 1 TO WS-LNK-ENTRIES
           MOVE CAR-CUSTOMER-ID TO WS-LNK-CUSTOMER-ID (WS-LNK-ENTRIES)
           MOVE CAR-ACCOUNT-ID TO WS-LNK-ACCOUNT-ID (WS-LNK-ENTRIES).
       2600-EXIT.
           EXIT.

       2650-MATCH-CHANGED-CUSTOMER.
           ADD 1 TO WS-CHG-SUB
           IF WS-CHG-CUSTOMER-ID (WS-CHG-SUB) = CAR-CUSTOMER-ID
               MOVE WS-CHG-SUB TO WS-CHG-HIT-SUB
           END-IF.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SCAN-POSTINGS - the posted withdrawals in the scan
      * days.  Only one large enough to matter is looked up on
      * the transaction file to see whether it is a transfer leg.
      *-----------------------------------------------------------*
       3000-SCAN-POSTINGS.
           OPEN INPUT POSTING-LOG
           IF NOT WS-PLG-OK
               DISPLAY 'UNABLE TO OPEN POSTING LOG, STATUS '
                   WS-POSTING-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TF-OK
               SET WS-TRAN-FILE-OPEN TO TRUE
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3100-JUDGE-ONE-POSTING THRU 3100-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE POSTING-LOG
           IF WS-TRAN-FILE-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-POSTING.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3100-EXIT
           END-READ
           CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
           IF PLG-RESULT NOT = 'POSTED  '
               OR PLG-TRAN-TYPE NOT = 'WD'
               OR PLG-POST-DATE < WS-SCAN-START
               OR PLG-POST-DATE > WS-TODAY-DATE
               OR PLG-AMOUNT < WS-LOW-THRESHOLD
               GO TO 3100-EXIT
           END-IF
           MOVE 'WD  ' TO WS-EV-TYPE
           IF WS-TRAN-FILE-OPEN
               MOVE PLG-UID TO UID
               READ TRANSACTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL 'TRANWIDE' USING TRANSACTION-RECORD
                           RETURN-CODE
                       IF TRANSFER-PAIR-UID NOT = ZERO
                           MOVE 'XFER' TO WS-EV-TYPE
                       END-IF
               END-READ
           END-IF
           IF WS-EV-TYPE = 'XFER'
               IF PLG-AMOUNT < WS-XFER-THRESHOLD
                   GO TO 3100-EXIT
               END-IF
           ELSE
               IF PLG-AMOUNT < WS-WD-THRESHOLD
                   GO TO 3100-EXIT
               END-IF
           END-IF
           MOVE PLG-ACCOUNT-ID TO WS-EV-ACCOUNT-ID
           MOVE PLG-POST-DATE TO WS-EV-DATE
           MOVE PLG-AMOUNT TO WS-EV-AMOUNT
           MOVE PLG-UID TO WS-EV-REFERENCE
           PERFORM 5000-JUDGE-MOVEMENT THRU 5000-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-SCAN-STANDING-ORDERS - a withdrawal order placed in
      * the scan days is a new payment instruction, whatever its
      * amount.  No standing-order file means none were placed.
      *-----------------------------------------------------------*
       4000-SCAN-STANDING-ORDERS.
           OPEN INPUT STANDING-ORDER-FILE
           IF NOT WS-OF-OK
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 4100-JUDGE-ONE-ORDER THRU 4100-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE STANDING-ORDER-FILE.
       4000-EXIT.
           EXIT.

       4100-JUDGE-ONE-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT SOR-ACTIVE
               OR SOR-TRAN-TYPE NOT = 'WD'
               OR SOR-PLACED-DATE NOT NUMERIC
               GO TO 4100-EXIT
           END-IF
           IF SOR-PLACED-DATE < WS-SCAN-START
               OR SOR-PLACED-DATE > WS-TODAY-DATE
               GO TO 4100-EXIT
           END-IF
           MOVE 'SORD' TO WS-EV-TYPE
           MOVE SOR-ACCOUNT-ID TO WS-EV-ACCOUNT-ID
           MOVE SOR-PLACED-DATE TO WS-EV-DATE
           MOVE SOR-AMOUNT TO WS-EV-AMOUNT
           MOVE SOR-ORDER-ID TO WS-EV-REFERENCE
           PERFORM 5000-JUDGE-MOVEMENT THRU 5000-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-JUDGE-MOVEMENT - each customer linked to the
      * movement's account, against that customer's contact
      * changes in the window before it.
      *-----------------------------------------------------------*
       5000-JUDGE-MOVEMENT.
           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-EV-DATE)
                - WS-WINDOW-DAYS)
           MOVE ZERO TO WS-LNK-SUB
           PERFORM 5100-JUDGE-ONE-LINK THRU 5100-EXIT
               UNTIL WS-LNK-SUB = WS-LNK-ENTRIES.
       5000-EXIT.
           EXIT.

       5100-JUDGE-ONE-LINK.
           ADD 1 TO WS-LNK-SUB
           IF WS-LNK-ACCOUNT-ID (WS-LNK-SUB) NOT = WS-EV-ACCOUNT-ID
               GO TO 5100-EXIT
           END-IF
           MOVE ZERO TO WS-CHG-HIT-SUB
           MOVE ZERO TO WS-CHG-SUB
           PERFORM 5200-TEST-ONE-CHANGE THRU 5200-EXIT
               UNTIL WS-CHG-SUB = WS-CHG-ENTRIES
           IF WS-CHG-HIT-SUB NOT = ZERO
               PERFORM 6000-RAISE-DETECTION THRU 6000-EXIT
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-TEST-ONE-CHANGE - the latest qualifying change is
      * the one reported.
      *-----------------------------------------------------------*
       5200-TEST-ONE-CHANGE.
           ADD 1 TO WS-CHG-SUB
           IF WS-CHG-CUSTOMER-ID (WS-CHG-SUB)
                   NOT = WS-LNK-CUSTOMER-ID (WS-LNK-SUB)
               OR WS-CHG-DATE (WS-CHG-SUB) < WS-WINDOW-START
               OR WS-CHG-DATE (WS-CHG-SUB) > WS-EV-DATE
               GO TO 5200-EXIT
           END-IF
           IF WS-CHG-HIT-SUB = ZERO
               MOVE WS-CHG-SUB TO WS-CHG-HIT-SUB
           ELSE
               IF WS-CHG-DATE (WS-CHG-SUB)
                   > WS-CHG-DATE (WS-CHG-HIT-SUB)
                   MOVE WS-CHG-SUB TO WS-CHG-HIT-SUB
               END-IF
           END-IF.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-RAISE-DETECTION - the line on the review list; the
      * first detection on an account this run also raises the
      * alert and, if asked, stops the account.
      *-----------------------------------------------------------*
       6000-RAISE-DETECTION.
           ADD 1 TO WS-DETECTED-COUNT
           MOVE WS-LNK-CUSTOMER-ID (WS-LNK-SUB) TO WS-DL-CUSTOMER-ID
           MOVE WS-EV-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE WS-CHG-DATE (WS-CHG-HIT-SUB) TO WS-DL-CHANGE-DATE
           MOVE WS-CHG-FIELD (WS-CHG-HIT-SUB) TO WS-DL-FIELD
           MOVE WS-EV-DATE TO WS-DL-EVENT-DATE
           MOVE WS-EV-TYPE TO WS-DL-TYPE
           MOVE WS-EV-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-EV-REFERENCE TO WS-DL-REFERENCE
           COMPUTE WS-DAYS-APART =
               FUNCTION INTEGER-OF-DATE (WS-EV-DATE)
               - FUNCTION INTEGER-OF-DATE
                   (WS-CHG-DATE (WS-CHG-HIT-SUB))
           MOVE WS-DAYS-APART TO WS-DL-DAYS
           MOVE SPACES TO WS-DL-STOP
           MOVE ZERO TO WS-FLG-HIT-SUB
           MOVE ZERO TO WS-FLG-SUB
           PERFORM 6050-MATCH-FLAGGED-ACCOUNT THRU 6050-EXIT
               UNTIL WS-FLG-HIT-SUB NOT = ZERO
               OR WS-FLG-SUB = WS-FLG-ENTRIES
           IF WS-FLG-HIT-SUB = ZERO
               IF WS-FLG-ENTRIES < 500
                   ADD 1 TO WS-FLG-ENTRIES
                   MOVE WS-EV-ACCOUNT-ID
                       TO WS-FLG-ACCOUNT-ID (WS-FLG-ENTRIES)
               END-IF
               PERFORM 6100-RAISE-ALERT THRU 6100-EXIT
               IF WS-PLACE-STOPS
                   PERFORM 6200-PLACE-STOP THRU 6200-EXIT
               END-IF
           END-IF
           WRITE REVIEW-LIST-LINE FROM WS-DETAIL-LINE.
       6000-EXIT.
           EXIT.

       6050-MATCH-FLAGGED-ACCOUNT.
           ADD 1 TO WS-FLG-SUB
           IF WS-FLG-ACCOUNT-ID (WS-FLG-SUB) = WS-EV-ACCOUNT-ID
               MOVE WS-FLG-SUB TO WS-FLG-HIT-SUB
           END-IF.
       6050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6100-RAISE-ALERT
      *-----------------------------------------------------------*
       6100-RAISE-ALERT.
           ADD 1 TO WS-ALERT-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-ALERT-TEXT
           STRING 'TAKEOVER RISK ACCT ' DELIMITED BY SIZE
               WS-EV-ACCOUNT-ID DELIMITED BY SIZE
               ' CUST ' DELIMITED BY SIZE
               WS-LNK-CUSTOMER-ID (WS-LNK-SUB) DELIMITED BY SIZE
               INTO WS-ALERT-TEXT
           OPEN EXTEND OPERATOR-ALERT
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT OPERATOR-ALERT
           END-IF
           SET OPA-SEV-HIGH TO TRUE
           MOVE 'ATODETCT' TO OPA-SOURCE-PROGRAM
           MOVE WS-ALERT-TEXT TO OPA-MESSAGE
           MOVE WS-TODAY-DATE TO OPA-TIMESTAMP(1:8)
           ACCEPT OPA-TIMESTAMP(9:6) FROM TIME
           SET OPA-UNACKNOWLEDGED TO TRUE
           MOVE SPACES TO OPA-ACKED-BY
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-PLACE-STOP - a stop on every withdrawal of any
      * amount, expiring after the stop days, under the
      * account's next free instruction number.  An account
      * already carrying such a stop is left as it is.
      *-----------------------------------------------------------*
       6200-PLACE-STOP.
           IF NOT WS-STOP-FILE-OPEN
               PERFORM 6300-OPEN-STOP-FILE THRU 6300-EXIT
               IF NOT WS-STOP-FILE-OPEN
                   GO TO 6200-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-LAST-STOP-ID
           MOVE 'N' TO WS-STOP-HELD-SW
           MOVE 'N' TO WS-STOP-EOF-SW
           MOVE WS-EV-ACCOUNT-ID TO STP-ACCOUNT-ID
           MOVE ZERO TO STP-STOP-ID
           START STOP-FILE KEY NOT LESS THAN STP-KEY
               INVALID KEY
                   SET WS-END-OF-STOPS TO TRUE
           END-START
           PERFORM 6250-TEST-ONE-STOP THRU 6250-EXIT
               UNTIL WS-END-OF-STOPS
           IF WS-STOP-ALREADY-HELD
               MOVE 'HLD' TO WS-DL-STOP
               GO TO 6200-EXIT
           END-IF
           IF WS-LAST-STOP-ID = 999
               DISPLAY 'NO STOP NUMBERS LEFT FOR ACCOUNT '
                   WS-EV-ACCOUNT-ID
               GO TO 6200-EXIT
           END-IF
           MOVE WS-EV-ACCOUNT-ID TO STP-ACCOUNT-ID
           COMPUTE STP-STOP-ID = WS-LAST-STOP-ID + 1
           MOVE 'WD' TO STP-TRAN-TYPE
           MOVE ZERO TO STP-AMOUNT-FROM
           MOVE ZERO TO STP-AMOUNT-TO
           COMPUTE STP-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                + WS-STOP-DAYS)
           SET STP-ACTIVE TO TRUE
           WRITE STOP-INSTRUCTION-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO PLACE STOP ON ACCOUNT '
                       WS-EV-ACCOUNT-ID
                   GO TO 6200-EXIT
           END-WRITE
           MOVE 'YES' TO WS-DL-STOP
           ADD 1 TO WS-STOP-COUNT.
       6200-EXIT.
           EXIT.

       6250-TEST-ONE-STOP.
           READ STOP-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-STOPS TO TRUE
                   GO TO 6250-EXIT
           END-READ
           IF STP-ACCOUNT-ID NOT = WS-EV-ACCOUNT-ID
               SET WS-END-OF-STOPS TO TRUE
               GO TO 6250-EXIT
           END-IF
           MOVE STP-STOP-ID TO WS-LAST-STOP-ID
           IF STP-ACTIVE
               AND STP-EXPIRY-DATE NOT < WS-TODAY-DATE
               AND (STP-TRAN-TYPE = 'WD' OR STP-TRAN-TYPE = SPACES)
               AND STP-AMOUNT-FROM = ZERO
               AND STP-AMOUNT-TO = ZERO
               SET WS-STOP-ALREADY-HELD TO TRUE
           END-IF.
       6250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6300-OPEN-STOP-FILE - opened on the first stop, created
      * if it has never been used.
      *-----------------------------------------------------------*
       6300-OPEN-STOP-FILE.
           OPEN I-O STOP-FILE
           IF WS-SF-NOT-FOUND
               OPEN OUTPUT STOP-FILE
               CLOSE STOP-FILE
               OPEN I-O STOP-FILE
           END-IF
           IF NOT WS-SF-OK
               DISPLAY 'UNABLE TO OPEN STOP-FILE, STATUS '
                   WS-STOP-FILE-STATUS ' - NO STOPS PLACED'
               MOVE 'N' TO WS-STOP-SW
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 6300-EXIT
           END-IF
           SET WS-STOP-FILE-OPEN TO TRUE.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO REVIEW-LIST-LINE
           WRITE REVIEW-LIST-LINE
           MOVE 'MOVEMENTS AFTER A CONTACT CHANGE' TO WS-TL-LABEL
           MOVE WS-DETECTED-COUNT TO WS-TL-COUNT
           WRITE REVIEW-LIST-LINE FROM WS-TOTAL-LINE
           MOVE 'ACCOUNTS ALERTED' TO WS-TL-LABEL
           MOVE WS-ALERT-COUNT TO WS-TL-COUNT
           WRITE REVIEW-LIST-LINE FROM WS-TOTAL-LINE
           MOVE 'ACCOUNTS STOPPED' TO WS-TL-LABEL
           MOVE WS-STOP-COUNT TO WS-TL-COUNT
           WRITE REVIEW-LIST-LINE FROM WS-TOTAL-LINE
           DISPLAY 'TAKEOVER DETECTIONS: ' WS-DETECTED-COUNT
           DISPLAY 'ACCOUNTS ALERTED:    ' WS-ALERT-COUNT
           DISPLAY 'ACCOUNTS STOPPED:    ' WS-STOP-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE REVIEW-LIST
           IF WS-STOP-FILE-OPEN
               CLOSE STOP-FILE
           END-IF.
       9000-EXIT.
           EXIT.
