      * went out - and which this run reads back first, so an item
      * still open tomorrow night is not noticed a second time.
      *
      * A holder whose mail has come back undeliverable
      * (CUM-MAIL-RETURNED) is not mailed: the letter goes to the
      * branch-hold file under a banner naming the account's
      * branch, for the branch to hand over or hold until the
      * address is fixed.  It is logged all the same.
      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Outbound ACH payments returned by the
      *                    receiving bank (marked returned on
      *                    ACHENTRY by ACHRETN) are now noticed
      *                    too, as type ACHR, with the return
      *                    reason.
      *   2026-10-15  RLB  An outbound wire reservation on the
      *                    hold file is not a deposit hold and
      *                    earns no hold notice.
      *   2026-10-15  RLB  Deposited items returned unpaid and
      *                    charged back by RTNDLOAD (CHGBACK) are
      *                    now noticed too, as type RDEP, with
      *                    the return reason.
      *   2026-10-15  RLB  Garnishments and levies on LEGALORD
      *                    are now noticed at each step: the
      *                    order served (LGLO), each remittance
      *                    to the creditor (LGLP) and the order
      *                    satisfied or released (LGLC).  A
      *                    legal-order hold on the hold file
      *                    earns no deposit hold notice.
      *   2026-10-15  RLB  A holder whose address is marked
      *                    returned-mail gets their letter
      *                    written to the branch-hold file
      *                    (NOTCHOLD.OUT) under a banner naming
      *                    the account's branch, instead of the
      *                    mail stream.  The notice is still
      *                    logged, so it is not written again.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through HOLDWIDE and
      *                    SUSPWIDE so old-layout records are
      *                    accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTICERN.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT ACH-ENTRY-FILE ASSIGN TO "ACHENTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACE-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.
           SELECT CHARGEBACK-LOG ASSIGN TO "CHGBACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGEBACK-STATUS.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.
           SELECT NOTICE-LOG ASSIGN TO "NOTCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "NOTICES.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT HOLD-LETTER-FILE ASSIGN TO "NOTCHOLD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-LETTER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
       FD  FUNDS-HOLD-FILE.
       COPY "holdfile.cpy".

       FD  ACH-ENTRY-FILE.
       COPY "achentry.cpy".

       FD  CHARGEBACK-LOG.
       COPY "chgback.cpy".

       FD  LEGAL-ORDER-FILE.
       COPY "legalord.cpy".

       FD  NOTICE-LOG.
       COPY "notclog.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  HOLD-LETTER-FILE.
       01  HOLD-LETTER-LINE            PIC X(80).

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

           88  WS-SUSP-OK                     VALUE '00'.
       01  WS-HOLD-STATUS           PIC X(02).
           88  WS-HF-OK                       VALUE '00'.
       01  WS-ACH-FILE-STATUS       PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-ACH-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-ACH-OPEN                    VALUE 'Y'.
       01  WS-CHARGEBACK-STATUS     PIC X(02).
           88  WS-CB-OK                       VALUE '00'.
       01  WS-CBK-OPEN-SW           PIC X(01) VALUE 'N'.
           88  WS-CBK-OPEN                    VALUE 'Y'.
       01  WS-LEGAL-ORDER-STATUS    PIC X(02).
           88  WS-LGO-OK                      VALUE '00'.
       01  WS-LEGAL-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LEGAL-OPEN                  VALUE 'Y'.
       01  WS-NOTICE-LOG-STATUS     PIC X(02).
           88  WS-NL-OK                       VALUE '00'.
           88  WS-NL-NOT-FOUND                VALUE '35'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-LETTER-STATUS         PIC X(02).
       01  WS-HOLD-LETTER-STATUS    PIC X(02).
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-ACF-OK                      VALUE '00'.
       01  WS-ACCT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-ACCT-OPEN                   VALUE 'Y'.
       01  WS-HELD-SW               PIC X(01) VALUE 'N'.
           88  WS-LETTER-HELD                 VALUE 'Y'.
       01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-HOLD-BANNER.
           05  FILLER               PIC X(16) VALUE
               'HOLD FOR BRANCH '.
           05  WS-HB-BRANCH         PIC 9(03).
           05  FILLER               PIC X(17) VALUE
               ' - MAIL RETURNED '.
           05  WS-HB-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE
               ' REASON '.
           05  WS-HB-REASON         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-END-OF-SUSPENSE             VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-HOLDS                VALUE 'Y'.
       01  WS-ACH-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-ACH-ENTRIES          VALUE 'Y'.
       01  WS-CBK-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-CHARGEBACKS          VALUE 'Y'.
       01  WS-LEGAL-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-LEGAL-ORDERS         VALUE 'Y'.
       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-NOTICE-LOG           VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
       01  WS-NOTICE-UID            PIC 9(05).
       01  WS-NOTICE-TYPE           PIC X(04).
       01  WS-NOTICE-TEXT           PIC X(40).
       01  WS-NOTICE-AMOUNT         PIC ZZZZZ9.99.
       01  WS-SENT-SW               PIC X(01).
           88  WS-ALREADY-SENT                VALUE 'Y'.
       01  WS-SENT-SUB              PIC 9(04).
                   UNTIL WS-END-OF-SUSPENSE
               PERFORM 3000-NOTICE-HOLDS THRU 3000-EXIT
                   UNTIL WS-END-OF-HOLDS
               PERFORM 3500-NOTICE-ACH-RETURNS THRU 3500-EXIT
                   UNTIL WS-END-OF-ACH-ENTRIES
               PERFORM 3600-NOTICE-CHARGEBACKS THRU 3600-EXIT
                   UNTIL WS-END-OF-CHARGEBACKS
               PERFORM 3700-NOTICE-LEGAL-ORDERS THRU 3700-EXIT
                   UNTIL WS-END-OF-LEGAL-ORDERS
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT HOLD-LETTER-FILE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACF-OK
               SET WS-ACCT-OPEN TO TRUE
           END-IF
           IF NOT WS-CM-OK OR NOT WS-CA-OK
               DISPLAY 'UNABLE TO OPEN NOTICE RUN FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-SUSPENSE TO TRUE
               SET WS-END-OF-HOLDS TO TRUE
               SET WS-END-OF-ACH-ENTRIES TO TRUE
               SET WS-END-OF-CHARGEBACKS TO TRUE
               SET WS-END-OF-LEGAL-ORDERS TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT NOTICE-LOG
           OPEN INPUT FUNDS-HOLD-FILE
           IF NOT WS-HF-OK
               SET WS-END-OF-HOLDS TO TRUE
           END-IF
           OPEN INPUT ACH-ENTRY-FILE
           IF WS-AF-OK
               SET WS-ACH-OPEN TO TRUE
           ELSE
               SET WS-END-OF-ACH-ENTRIES TO TRUE
           END-IF
           OPEN INPUT CHARGEBACK-LOG
           IF WS-CB-OK
               SET WS-CBK-OPEN TO TRUE
           ELSE
               SET WS-END-OF-CHARGEBACKS TO TRUE
           END-IF
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-LGO-OK
               SET WS-LEGAL-OPEN TO TRUE
           ELSE
               SET WS-END-OF-LEGAL-ORDERS TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   CALL 'SUSPWIDE' USING SUSPENSE-RECORD RETURN-CODE
                   IF SUS-OPEN
                       MOVE 'REJ ' TO WS-NOTICE-TYPE
                       MOVE SUS-UID TO WS-NOTICE-UID
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
               NOT AT END
                   CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
                   IF HLD-RELEASE-DATE > WS-TODAY-DATE
                       AND NOT HLD-WIRE-RESERVATION
                       AND NOT HLD-LEGAL-ORDER-HOLD
                       MOVE 'HOLD' TO WS-NOTICE-TYPE
                       MOVE HLD-UID TO WS-NOTICE-UID
                       MOVE HLD-ACCOUNT-ID TO WS-NOTICE-ACCOUNT-ID
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-NOTICE-ACH-RETURNS - every outbound ACH payment the
      * receiving bank sent back, and ACHRETN credited back, earns
      * one letter giving the return reason.  The re-credit's UID
      * identifies it on the notice log.
      *-----------------------------------------------------------*
       3500-NOTICE-ACH-RETURNS.
           READ ACH-ENTRY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ACH-ENTRIES TO TRUE
               NOT AT END
                   IF ACE-RETURNED
                       MOVE 'ACHR' TO WS-NOTICE-TYPE
                       MOVE ACE-RETURN-UID TO WS-NOTICE-UID
                       MOVE ACE-ACCOUNT-ID TO WS-NOTICE-ACCOUNT-ID
                       MOVE SPACES TO WS-NOTICE-TEXT
                       STRING 'ACH PAYMENT RETURNED, REASON '
                           ACE-RETURN-REASON
                           DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                       PERFORM 5000-SEND-ONE-NOTICE THRU 5000-EXIT
                   END-IF
           END-READ.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-NOTICE-CHARGEBACKS - every deposited item the paying
      * bank returned, and RTNDLOAD charged back, earns one letter
      * giving the return reason.  The chargeback's UID
      * identifies it on the notice log.
      *-----------------------------------------------------------*
       3600-NOTICE-CHARGEBACKS.
           READ CHARGEBACK-LOG
               AT END
                   SET WS-END-OF-CHARGEBACKS TO TRUE
               NOT AT END
                   MOVE 'RDEP' TO WS-NOTICE-TYPE
                   MOVE CBK-CHARGEBACK-UID TO WS-NOTICE-UID
                   MOVE CBK-ACCOUNT-ID TO WS-NOTICE-ACCOUNT-ID
                   MOVE SPACES TO WS-NOTICE-TEXT
                   STRING 'DEPOSITED ITEM RETURNED, REASON '
                       CBK-REASON-CODE
                       DELIMITED BY SIZE INTO WS-NOTICE-TEXT
                   PERFORM 5000-SEND-ONE-NOTICE THRU 5000-EXIT
           END-READ.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-NOTICE-LEGAL-ORDERS - each step of a garnishment or
      * levy earns the customer a letter: the order served on
      * the account (LGLO), each remittance to the creditor
      * (LGLP, identified by its debit's UID), and the order
      * satisfied or released (LGLC).
      *-----------------------------------------------------------*
       3700-NOTICE-LEGAL-ORDERS.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-LEGAL-ORDERS TO TRUE
                   GO TO 3700-EXIT
           END-READ
           MOVE LGO-ACCOUNT-ID TO WS-NOTICE-ACCOUNT-ID
           MOVE 'LGLO' TO WS-NOTICE-TYPE
           MOVE LGO-ORDER-ID TO WS-NOTICE-UID
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'LEGAL ORDER ' LGO-ORDER-ID ' FROM '
               LGO-AGENCY
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           PERFORM 5000-SEND-ONE-NOTICE THRU 5000-EXIT
           IF LGO-LAST-REMIT-UID NOT = ZERO
               MOVE 'LGLP' TO WS-NOTICE-TYPE
               MOVE LGO-LAST-REMIT-UID TO WS-NOTICE-UID
               MOVE LGO-LAST-REMIT-AMOUNT TO WS-NOTICE-AMOUNT
               MOVE SPACES TO WS-NOTICE-TEXT
               STRING 'REMITTED ' WS-NOTICE-AMOUNT
                   ' UNDER LEGAL ORDER ' LGO-ORDER-ID
                   DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               PERFORM 5000-SEND-ONE-NOTICE THRU 5000-EXIT
           END-IF
           IF LGO-SATISFIED OR LGO-RELEASED
               MOVE 'LGLC' TO WS-NOTICE-TYPE
               MOVE LGO-ORDER-ID TO WS-NOTICE-UID
               MOVE SPACES TO WS-NOTICE-TEXT
               IF LGO-SATISFIED
                   STRING 'LEGAL ORDER ' LGO-ORDER-ID
                       ' SATISFIED - HOLD LIFTED'
                       DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               ELSE
                   STRING 'LEGAL ORDER ' LGO-ORDER-ID
                       ' RELEASED - HOLD LIFTED'
                       DELIMITED BY SIZE INTO WS-NOTICE-TEXT
               END-IF
               PERFORM 5000-SEND-ONE-NOTICE THRU 5000-EXIT
           END-IF.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-SEND-ONE-NOTICE - skip what already went out, find
      * the primary holder, write the letter, and log it.
       5250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5300-WRITE-LETTER - mail stream, or the branch-hold file
      * when the holder's mail is coming back.
      *-----------------------------------------------------------*
       5300-WRITE-LETTER.
           MOVE 'N' TO WS-HELD-SW
           IF CUM-MAIL-RETURNED
               PERFORM 5320-WRITE-HOLD-BANNER THRU 5320-EXIT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           PERFORM 5350-PUT-LETTER-LINE THRU 5350-EXIT
           MOVE CUM-NAME TO WS-LETTER-TEXT
           PERFORM 5350-PUT-LETTER-LINE THRU 5350-EXIT
           MOVE CUM-ADDR-LINE-1 TO WS-LETTER-TEXT
           PERFORM 5350-PUT-LETTER-LINE THRU 5350-EXIT
           IF CUM-ADDR-LINE-2 NOT = SPACES
               MOVE CUM-ADDR-LINE-2 TO WS-LETTER-TEXT
               PERFORM 5350-PUT-LETTER-LINE THRU 5350-EXIT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CUM-CITY ' ' CUM-STATE ' ' CUM-ZIP
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           PERFORM 5350-PUT-LETTER-LINE THRU 5350-EXIT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'REGARDING ACCOUNT ' WS-NOTICE-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           PERFORM 5350-PUT-LETTER-LINE THRU 5350-EXIT
           MOVE WS-NOTICE-TEXT TO WS-LETTER-TEXT
           PERFORM 5350-PUT-LETTER-LINE THRU 5350-EXIT
           MOVE 'PLEASE CONTACT THE BRANCH WITH ANY QUESTIONS.'
               TO WS-LETTER-TEXT
           PERFORM 5350-PUT-LETTER-LINE THRU 5350-EXIT
           IF WS-LETTER-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-LETTER-COUNT
           END-IF.
       5300-EXIT.
           EXIT.

       5320-WRITE-HOLD-BANNER.
           SET WS-LETTER-HELD TO TRUE
           MOVE ZERO TO WS-HB-BRANCH
           IF WS-ACCT-OPEN
               MOVE WS-NOTICE-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-BRANCH-CODE TO WS-HB-BRANCH
               END-READ
           END-IF
           MOVE CUM-MAIL-RETURN-DATE TO WS-HB-DATE
           MOVE CUM-MAIL-RETURN-REASON TO WS-HB-REASON
           MOVE SPACES TO HOLD-LETTER-LINE
           WRITE HOLD-LETTER-LINE
           WRITE HOLD-LETTER-LINE FROM WS-HOLD-BANNER.
       5320-EXIT.
           EXIT.

       5350-PUT-LETTER-LINE.
           IF WS-LETTER-HELD
               WRITE HOLD-LETTER-LINE FROM WS-LETTER-TEXT
           ELSE
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           END-IF.
       5350-EXIT.
           EXIT.

       5400-LOG-NOTICE.
           MOVE WS-HOLDER-CUSTOMER-ID TO NTL-CUSTOMER-ID
           MOVE WS-NOTICE-ACCOUNT-ID TO NTL-ACCOUNT-ID
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'CUSTOMER NOTICES WRITTEN: ' WS-LETTER-COUNT
           DISPLAY 'NOTICES HELD FOR BRANCH:  ' WS-HELD-COUNT
           IF WS-RUN-OK
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE LETTER-FILE
               CLOSE HOLD-LETTER-FILE
               CLOSE NOTICE-LOG
               IF WS-ACCT-OPEN
                   CLOSE ACCOUNT-MASTER
               END-IF
               IF WS-SUSP-OK
                   CLOSE SUSPENSE-FILE
               END-IF
               IF WS-HF-OK
                   CLOSE FUNDS-HOLD-FILE
               END-IF
               IF WS-ACH-OPEN
                   CLOSE ACH-ENTRY-FILE
               END-IF
               IF WS-CBK-OPEN
                   CLOSE CHARGEBACK-LOG
               END-IF
               IF WS-LEGAL-OPEN
                   CLOSE LEGAL-ORDER-FILE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
