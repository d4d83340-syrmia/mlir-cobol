      *-----------------------------------------------------------*
      * PROGRAM:      LGLREMIT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly legal order remittance.  Runs after the posting
      * run.  Every active garnishment or levy on LEGALORD
      * (LEGALORD.CPY) whose remit-after date has come pays its
      * creditor whatever TRANPOST is holding for it - never
      * more than is still owed under the order, nor more than
      * the ledger balance above the protected amount.
      *
      * The money moves as an unposted transfer pair for the
      * next posting run, linked through TRANSFER-PAIR-UID the
      * way OCISSUE links an official check: a WD on the
      * customer's account, carrying the supervisor override
      * since the funds are already held, and a DE to where the
      * order says the creditor is paid.  Both legs carry
      * channel LG, which is how TRANPOST knows to draw the
      * order's hold down as the debit posts.
      *
      *   - Official check: the DE goes to the official-check
      *     house account on the OCPARM card, and the check -
      *     next serial in the OCPARM range, payable to the
      *     issuing agency - goes onto the official-check
      *     register and positive pay exactly as OCISSUE writes
      *     one, so OCRECON reconciles it with the rest.
      *   - Transfer: the DE goes to the creditor account named
      *     on the order, which must still be open.
      *
      * The remittance is counted into the order's remitted
      * total; an order remitted in full is satisfied.  Each
      * remittance is listed on LGLREMIT.OUT, and NOTICERN tells
      * the customer.  An order that cannot be paid tonight is
      * listed with the reason and ends the step with return
      * code 8.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02; money work
      *                    fields widened.
      *   2026-10-15  RLB  A remittance leg that will not write
      *                    leaves the order untouched and listed;
      *                    the debit leg is taken back off.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLREMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-SERIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ISSUED-CHECK-FILE ASSIGN TO "POSISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               FILE STATUS IS WS-ISSUE-FILE-STATUS.
           SELECT OFFICIAL-CHECK-PARM ASSIGN TO "OCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT REMIT-REPORT ASSIGN TO "LGLREMIT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-ORDER-FILE.
       COPY "legalord.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  OFFICIAL-CHECK-FILE.
       COPY "ofchkreg.cpy".

       FD  ISSUED-CHECK-FILE.
       COPY "posissue.cpy".

       FD  OFFICIAL-CHECK-PARM.
       COPY "ocparm.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  REMIT-REPORT.
       01  REMIT-REPORT-LINE           PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-ORDER-STATUS    PIC X(02).
           88  WS-LGO-OK                      VALUE '00'.
           88  WS-LGO-NOT-FOUND               VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-REGISTER-STATUS       PIC X(02).
           88  WS-RG-OK                       VALUE '00'.
           88  WS-RG-NOT-FOUND                VALUE '35'.
       01  WS-ISSUE-FILE-STATUS     PIC X(02).
           88  WS-ISF-OK                      VALUE '00'.
           88  WS-ISF-NOT-FOUND               VALUE '35'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-LEGAL-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LEGAL-OPEN                  VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-CHECKS-SW             PIC X(01) VALUE 'N'.
           88  WS-CHECKS-AVAILABLE            VALUE 'Y'.
       01  WS-ORDER-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-ORDERS               VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-LEG-FAILED-SW         PIC X(01) VALUE 'N'.
           88  WS-LEG-FAILED                  VALUE 'Y'.
       01  WS-WD-LEG-UID            PIC 9(05).
       01  WS-DE-LEG-UID            PIC 9(05).
       01  WS-HOUSE-ACCOUNT         PIC 9(07) VALUE ZERO.
       01  WS-SERIAL-LOW            PIC 9(08).
       01  WS-SERIAL-HIGH           PIC 9(08).
       01  WS-LAST-SERIAL           PIC 9(08).
       01  WS-NEW-SERIAL            PIC 9(08).
       01  WS-CREDIT-ACCOUNT        PIC 9(07).
       01  WS-CUSTOMER-BRANCH       PIC 9(03).
       01  WS-REMIT-AMOUNT          PIC 9(06)V9(02).
       01  WS-REACH                 PIC S9(11)V9(02).
       01  WS-OWED                  PIC 9(06)V9(02).
       01  WS-REMIT-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-SKIP-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-SATISFIED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REMIT-TOTAL           PIC 9(09)V9(02) VALUE ZERO.
       01  WS-SKIP-REASON           PIC X(30).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'LEGAL ORDER REMITTANCES FOR             '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'ORDER ACCOUNT  BY PAYEE                 '.
           05  FILLER               PIC X(40) VALUE
               '         PAID TO      AMOUNT  NOTE      '.
       01  WS-DETAIL-LINE.
           05  WS-DL-ORDER-ID       PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ACCOUNT        PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-METHOD         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-PAYEE          PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-PAID-TO        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE           PIC X(30).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-REMIT-ONE-ORDER THRU 2000-EXIT
                   UNTIL WS-END-OF-ORDERS
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no legal order file means no order has
      * ever been served and there is nothing to pay.  Official
      * checks can only be drawn with an OCPARM card naming an
      * open commercial house account; without one, transfers
      * are still paid.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O LEGAL-ORDER-FILE
           IF NOT WS-LGO-OK
               IF WS-LGO-NOT-FOUND
                   DISPLAY 'NO LEGAL ORDERS ON FILE - NOTHING TO '
                       'REMIT'
               ELSE
                   DISPLAY 'UNABLE TO OPEN LEGAL ORDER FILE, STATUS '
                       WS-LEGAL-ORDER-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           SET WS-LEGAL-OPEN TO TRUE
           OPEN INPUT ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           SET WS-FILES-OPEN TO TRUE
           IF NOT WS-AF-OK OR NOT WS-TF-OK
               DISPLAY 'UNABLE TO OPEN LEGAL REMITTANCE FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-READ-CHECK-PARM THRU 1200-EXIT
           PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
           OPEN OUTPUT REMIT-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE REMIT-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REMIT-REPORT-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-CHECK-PARM - the official-check house account
      * and serial range, and the register and issue file the
      * checks go onto, created on first use as OCISSUE does.
      *-----------------------------------------------------------*
       1200-READ-CHECK-PARM.
           OPEN INPUT OFFICIAL-CHECK-PARM
           IF NOT WS-PM-OK
               DISPLAY 'NO OCPARM CARD - ORDERS PAID BY OFFICIAL '
                   'CHECK WILL WAIT'
               GO TO 1200-EXIT
           END-IF
           READ OFFICIAL-CHECK-PARM
               AT END
                   CLOSE OFFICIAL-CHECK-PARM
                   DISPLAY 'EMPTY OCPARM CARD - ORDERS PAID BY '
                       'OFFICIAL CHECK WILL WAIT'
                   GO TO 1200-EXIT
           END-READ
           CLOSE OFFICIAL-CHECK-PARM
           MOVE OCP-HOUSE-ACCOUNT TO WS-HOUSE-ACCOUNT
           MOVE OCP-SERIAL-LOW TO WS-SERIAL-LOW
           MOVE OCP-SERIAL-HIGH TO WS-SERIAL-HIGH
           MOVE WS-HOUSE-ACCOUNT TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'OFFICIAL CHECK ACCOUNT '
                       WS-HOUSE-ACCOUNT ' NOT ON FILE'
                   GO TO 1200-EXIT
           END-READ
           IF NOT ACCT-CATEGORY-COMMERCIAL
               OR NOT ACCT-STATUS-OPEN
               DISPLAY 'OFFICIAL CHECK ACCOUNT ' WS-HOUSE-ACCOUNT
                   ' MUST BE AN OPEN CM ACCOUNT'
               GO TO 1200-EXIT
           END-IF
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-RG-NOT-FOUND
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF
           OPEN I-O ISSUED-CHECK-FILE
           IF WS-ISF-NOT-FOUND
               OPEN OUTPUT ISSUED-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               OPEN I-O ISSUED-CHECK-FILE
           END-IF
           IF WS-RG-OK AND WS-ISF-OK
               SET WS-CHECKS-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'UNABLE TO OPEN OFFICIAL CHECK REGISTER, '
                   'STATUS ' WS-REGISTER-STATUS ' '
                   WS-ISSUE-FILE-STATUS
               IF WS-RG-OK
                   CLOSE OFFICIAL-CHECK-FILE
               END-IF
               IF WS-ISF-OK
                   CLOSE ISSUED-CHECK-FILE
               END-IF
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
      * 1500-DETERMINE-NEXT-UID
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
      * 2000-REMIT-ONE-ORDER - an active order with funds held
      * and its remit-after date reached pays its creditor.
      *-----------------------------------------------------------*
       2000-REMIT-ONE-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ORDERS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT LGO-ACTIVE
               OR LGO-HELD-AMOUNT = ZERO
               OR LGO-REMIT-AFTER-DATE > WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           MOVE LGO-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-SKIP-REASON
                   PERFORM 2900-REPORT-SKIPPED THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-READ
           MOVE ACCT-BRANCH-CODE TO WS-CUSTOMER-BRANCH
      *    What is held, but no more than is still owed or than
      *    the balance tonight's posting left above the
      *    protected amount.
           MOVE LGO-HELD-AMOUNT TO WS-REMIT-AMOUNT
           IF LGO-REMITTED-AMOUNT NOT < LGO-AMOUNT-ORDERED
               MOVE ZERO TO WS-OWED
           ELSE
               COMPUTE WS-OWED =
                   LGO-AMOUNT-ORDERED - LGO-REMITTED-AMOUNT
           END-IF
           IF WS-OWED < WS-REMIT-AMOUNT
               MOVE WS-OWED TO WS-REMIT-AMOUNT
           END-IF
           COMPUTE WS-REACH =
               ACCT-LEDGER-BALANCE - LGO-PROTECTED-AMOUNT
           IF WS-REACH < WS-REMIT-AMOUNT
               IF WS-REACH > ZERO
                   MOVE WS-REACH TO WS-REMIT-AMOUNT
               ELSE
                   MOVE ZERO TO WS-REMIT-AMOUNT
               END-IF
           END-IF
           IF WS-REMIT-AMOUNT = ZERO
               MOVE 'NOTHING ABOVE PROTECTED AMOUNT'
                   TO WS-SKIP-REASON
               PERFORM 2900-REPORT-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF WS-UID-RANGE-EXHAUSTED OR WS-NEXT-UID > 99998
               MOVE 'UID RANGE EXHAUSTED' TO WS-SKIP-REASON
               PERFORM 2900-REPORT-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO WS-NEW-SERIAL
           IF LGO-REMIT-BY-CHECK
               PERFORM 2100-PREPARE-CHECK THRU 2100-EXIT
           ELSE
               PERFORM 2200-PREPARE-TRANSFER THRU 2200-EXIT
           END-IF
           IF WS-CREDIT-ACCOUNT = ZERO
               PERFORM 2900-REPORT-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-WRITE-TRANSFER-PAIR THRU 3000-EXIT
           IF WS-LEG-FAILED
               MOVE 'REMITTANCE LEG NOT WRITTEN' TO WS-SKIP-REASON
               PERFORM 2900-REPORT-SKIPPED THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF LGO-REMIT-BY-CHECK
               PERFORM 3300-WRITE-REGISTER THRU 3300-EXIT
           END-IF
           PERFORM 4000-UPDATE-ORDER THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-PREPARE-CHECK - the check is drawn on the house
      * account under the next serial in the OCPARM range.
      *-----------------------------------------------------------*
       2100-PREPARE-CHECK.
           MOVE ZERO TO WS-CREDIT-ACCOUNT
           IF NOT WS-CHECKS-AVAILABLE
               MOVE 'NO OFFICIAL CHECK SETUP' TO WS-SKIP-REASON
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-NEXT-SERIAL THRU 2150-EXIT
           IF WS-NEW-SERIAL = ZERO
               MOVE 'CHECK SERIAL RANGE EXHAUSTED'
                   TO WS-SKIP-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE WS-HOUSE-ACCOUNT TO WS-CREDIT-ACCOUNT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-NEXT-SERIAL - one past the highest serial on the
      * register inside the OCPARM range; zero when the range is
      * used up.
      *-----------------------------------------------------------*
       2150-NEXT-SERIAL.
           MOVE ZERO TO WS-NEW-SERIAL
           MOVE ZERO TO WS-LAST-SERIAL
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE WS-SERIAL-LOW TO OCR-SERIAL
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OCR-SERIAL
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM 2160-READ-ONE-SERIAL THRU 2160-EXIT
               UNTIL WS-END-OF-SCAN
           IF WS-LAST-SERIAL = ZERO
               MOVE WS-SERIAL-LOW TO WS-NEW-SERIAL
           ELSE
               IF WS-LAST-SERIAL < WS-SERIAL-HIGH
                   COMPUTE WS-NEW-SERIAL = WS-LAST-SERIAL + 1
               END-IF
           END-IF.
       2150-EXIT.
           EXIT.

       2160-READ-ONE-SERIAL.
           READ OFFICIAL-CHECK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2160-EXIT
           END-READ
           IF OCR-SERIAL > WS-SERIAL-HIGH
               SET WS-END-OF-SCAN TO TRUE
               GO TO 2160-EXIT
           END-IF
           MOVE OCR-SERIAL TO WS-LAST-SERIAL.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-PREPARE-TRANSFER - the creditor account on the
      * order must still be open to take the credit.
      *-----------------------------------------------------------*
       2200-PREPARE-TRANSFER.
           MOVE ZERO TO WS-CREDIT-ACCOUNT
           MOVE LGO-CREDITOR-ACCOUNT TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'CREDITOR ACCOUNT NOT ON FILE'
                       TO WS-SKIP-REASON
                   GO TO 2200-EXIT
           END-READ
           IF NOT ACCT-STATUS-OPEN
               MOVE 'CREDITOR ACCOUNT NOT OPEN' TO WS-SKIP-REASON
               GO TO 2200-EXIT
           END-IF
           MOVE LGO-CREDITOR-ACCOUNT TO WS-CREDIT-ACCOUNT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-REPORT-SKIPPED - an order due tonight that could not
      * be paid is listed with the reason for the morning.
      *-----------------------------------------------------------*
       2900-REPORT-SKIPPED.
           MOVE LGO-ORDER-ID TO WS-DL-ORDER-ID
           MOVE LGO-ACCOUNT-ID TO WS-DL-ACCOUNT
           MOVE LGO-REMIT-METHOD TO WS-DL-METHOD
           MOVE LGO-AGENCY TO WS-DL-PAYEE
           MOVE SPACES TO WS-DL-PAID-TO
           MOVE ZERO TO WS-DL-AMOUNT
           MOVE WS-SKIP-REASON TO WS-DL-NOTE
           WRITE REMIT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-SKIP-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WRITE-TRANSFER-PAIR - the customer's debit and the
      * creditor-side credit, linked both ways.  Both legs go on
      * or neither does: a debit whose credit will not write is
      * taken back off, and the order is left holding for the
      * next run.
      *-----------------------------------------------------------*
       3000-WRITE-TRANSFER-PAIR.
           MOVE 'N' TO WS-LEG-FAILED-SW
           MOVE WS-NEXT-UID TO WS-WD-LEG-UID
           ADD 1 TO WS-NEXT-UID
           MOVE WS-NEXT-UID TO WS-DE-LEG-UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE WS-WD-LEG-UID TO UID
           MOVE LGO-ACCOUNT-ID TO ACCOUNT-ID
           MOVE 'WD' TO TRAN-TYPE
           MOVE WS-DE-LEG-UID TO TRANSFER-PAIR-UID
           SET TRAN-SUPERVISOR-OVERRIDE TO TRUE
           PERFORM 3050-WRITE-ONE-LEG THRU 3050-EXIT
           IF WS-LEG-FAILED
               GO TO 3000-EXIT
           END-IF
           MOVE WS-DE-LEG-UID TO UID
           MOVE WS-CREDIT-ACCOUNT TO ACCOUNT-ID
           MOVE 'DE' TO TRAN-TYPE
           MOVE WS-WD-LEG-UID TO TRANSFER-PAIR-UID
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           PERFORM 3050-WRITE-ONE-LEG THRU 3050-EXIT
           IF WS-LEG-FAILED
               MOVE WS-WD-LEG-UID TO UID
               DELETE TRANSACTION-FILE RECORD
                   INVALID KEY
                       DISPLAY 'UNABLE TO REMOVE REMITTANCE DEBIT '
                           'LEG: ' UID
               END-DELETE
           END-IF.
       3000-EXIT.
           EXIT.

       3050-WRITE-ONE-LEG.
           MOVE SPACES TO DESC
           STRING 'LEGAL ORDER ' LGO-ORDER-ID ' REMIT'
               DELIMITED BY SIZE INTO DESC
           MOVE WS-REMIT-AMOUNT TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'LGLREMIT' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           SET TRAN-CHANNEL-LEGAL TO TRUE
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE WS-CUSTOMER-BRANCH TO TRAN-BRANCH-CODE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, REMITTANCE LEG NOT '
                       'WRITTEN: ' UID
                   MOVE 20 TO RETURN-CODE
                   SET WS-LEG-FAILED TO TRUE
               NOT INVALID KEY
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
           END-WRITE.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-WRITE-REGISTER - the check onto the official-check
      * register, payable to the issuing agency, and onto
      * positive pay against the house account.
      *-----------------------------------------------------------*
       3300-WRITE-REGISTER.
           MOVE WS-NEW-SERIAL TO OCR-SERIAL
           MOVE LGO-ACCOUNT-ID TO OCR-ACCOUNT-ID
           MOVE LGO-AGENCY TO OCR-PAYEE
           MOVE WS-REMIT-AMOUNT TO OCR-AMOUNT
           MOVE WS-TODAY-DATE TO OCR-ISSUE-DATE
           MOVE WS-WD-LEG-UID TO OCR-DEBIT-UID
           MOVE WS-DE-LEG-UID TO OCR-CREDIT-UID
           MOVE 'LGLREMIT' TO OCR-ISSUED-BY
           SET OCR-OUTSTANDING TO TRUE
           MOVE ZERO TO OCR-PAID-DATE
           MOVE ZERO TO OCR-UNCLAIMED-DATE
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'SERIAL ALREADY ON REGISTER: '
                       OCR-SERIAL
                   MOVE 20 TO RETURN-CODE
                   GO TO 3300-EXIT
           END-WRITE
           MOVE WS-HOUSE-ACCOUNT TO ISS-ACCOUNT-ID
           MOVE WS-NEW-SERIAL TO ISS-CHECK-SERIAL
           MOVE WS-REMIT-AMOUNT TO ISS-AMOUNT
           MOVE WS-TODAY-DATE TO ISS-ISSUE-DATE
           SET ISS-OUTSTANDING TO TRUE
           MOVE ZERO TO ISS-PAID-DATE
           WRITE ISSUED-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'SERIAL ALREADY ON POSITIVE PAY: '
                       ISS-CHECK-SERIAL
                   MOVE 20 TO RETURN-CODE
           END-WRITE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-UPDATE-ORDER - count the remittance in, note it for
      * the customer notice, and close the order once it is
      * paid in full.  The hold is spent; TRANPOST works out
      * what is left to hold on its next run.
      *-----------------------------------------------------------*
       4000-UPDATE-ORDER.
           ADD WS-REMIT-AMOUNT TO LGO-REMITTED-AMOUNT
           MOVE WS-WD-LEG-UID TO LGO-LAST-REMIT-UID
           MOVE WS-TODAY-DATE TO LGO-LAST-REMIT-DATE
           MOVE WS-REMIT-AMOUNT TO LGO-LAST-REMIT-AMOUNT
           MOVE WS-NEW-SERIAL TO LGO-LAST-REMIT-SERIAL
           MOVE ZERO TO LGO-HELD-AMOUNT
           MOVE SPACES TO WS-DL-NOTE
           IF LGO-REMITTED-AMOUNT NOT < LGO-AMOUNT-ORDERED
               SET LGO-SATISFIED TO TRUE
               MOVE WS-TODAY-DATE TO LGO-CLOSED-DATE
               MOVE 'ORDER SATISFIED' TO WS-DL-NOTE
               ADD 1 TO WS-SATISFIED-COUNT
           END-IF
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE LEGAL ORDER '
                       LGO-ORDER-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE
           MOVE LGO-ORDER-ID TO WS-DL-ORDER-ID
           MOVE LGO-ACCOUNT-ID TO WS-DL-ACCOUNT
           MOVE LGO-REMIT-METHOD TO WS-DL-METHOD
           MOVE LGO-AGENCY TO WS-DL-PAYEE
           IF LGO-REMIT-BY-CHECK
               MOVE WS-NEW-SERIAL TO WS-DL-PAID-TO
           ELSE
               MOVE SPACES TO WS-DL-PAID-TO
               MOVE WS-CREDIT-ACCOUNT TO WS-DL-PAID-TO (1:7)
           END-IF
           MOVE WS-REMIT-AMOUNT TO WS-DL-AMOUNT
           WRITE REMIT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-REMIT-COUNT
           ADD WS-REMIT-AMOUNT TO WS-REMIT-TOTAL.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO REMIT-REPORT-LINE
           WRITE REMIT-REPORT-LINE
           MOVE 'ORDERS REMITTED' TO WS-TL-LABEL
           MOVE WS-REMIT-COUNT TO WS-TL-COUNT
           MOVE WS-REMIT-TOTAL TO WS-TL-AMOUNT
           WRITE REMIT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ORDERS SATISFIED' TO WS-TL-LABEL
           MOVE WS-SATISFIED-COUNT TO WS-TL-COUNT
           MOVE ZERO TO WS-TL-AMOUNT
           WRITE REMIT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ORDERS DUE BUT NOT PAID' TO WS-TL-LABEL
           MOVE WS-SKIP-COUNT TO WS-TL-COUNT
           WRITE REMIT-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'LEGAL ORDERS REMITTED: ' WS-REMIT-COUNT
           DISPLAY 'LEGAL ORDERS SATISFIED: ' WS-SATISFIED-COUNT
           DISPLAY 'LEGAL ORDERS DUE BUT NOT PAID: ' WS-SKIP-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OK
               CLOSE REMIT-REPORT
               CLOSE UID-SEQUENCE
           END-IF
           IF WS-CHECKS-AVAILABLE
               CLOSE OFFICIAL-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
           END-IF
           IF WS-FILES-OPEN
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-FILE
           END-IF
           IF WS-LEGAL-OPEN
               CLOSE LEGAL-ORDER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
