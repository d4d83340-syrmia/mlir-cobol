      *-----------------------------------------------------------*
      * PROGRAM:      SDBRENT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Safe deposit box annual rent run.  Takes the rent of every
      * active rental agreement (SDBAGREE.CPY) whose next due
      * date has come:
      *
      *   - debited to the rent account the lessees designated,
      *     the way FEEBATCH bills a service fee: an unposted FE
      *     transaction for the next posting run, its UID drawn
      *     from the shared UIDSEQ log, and a fee-activity line
      *     under code SDBR for FEEINRPT;
      *   - billed instead when no account is designated, the
      *     account is gone, closed, frozen or charged off, or its
      *     available balance will not cover the rent.  The rent
      *     is added to the agreement's amount due and a bill is
      *     printed to the lessee (SDBBILL.OUT), or to the branch-
      *     hold file (SDBHOLD.OUT) under a banner when the
      *     lessee's mail is coming back, as NOTICERN does.
      *
      * The due date then rolls a year, so a rent is taken once
      * however often the run is made; an agreement several years
      * behind has each year taken in turn.  An agreement in
      * default is left for SDBPDUE and the vault; it is not
      * billed further.  Every rent taken is listed on the run
      * report (SDBRENT.OUT).
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBRENT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-DEPOSIT-AGREEMENT-FILE ASSIGN TO "SDBAGREE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDA-AGREEMENT-ID
               FILE STATUS IS WS-AGREEMENT-STATUS.
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
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT FEE-ACTIVITY ASSIGN TO "FEEACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ACT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT RENT-REPORT ASSIGN TO "SDBRENT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BILL-FILE ASSIGN TO "SDBBILL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILL-STATUS.
           SELECT HOLD-BILL-FILE ASSIGN TO "SDBHOLD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFE-DEPOSIT-AGREEMENT-FILE.
       COPY "sdbagree.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  FEE-ACTIVITY.
       COPY "feeact.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  RENT-REPORT.
       01  RENT-REPORT-LINE            PIC X(100).

       FD  BILL-FILE.
       01  BILL-LINE                   PIC X(80).

       FD  HOLD-BILL-FILE.
       01  HOLD-BILL-LINE              PIC X(80).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AGREEMENT-STATUS      PIC X(02).
           88  WS-AG-OK                       VALUE '00'.
           88  WS-AG-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-FEE-ACT-STATUS        PIC X(02).
           88  WS-FA-NOT-FOUND                VALUE '35'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BILL-STATUS           PIC X(02).
       01  WS-HOLD-STATUS           PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-AGREEMENTS           VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-ACCOUNT-USABLE-SW     PIC X(01).
           88  WS-ACCOUNT-USABLE              VALUE 'Y'.
       01  WS-DEBITED-SW            PIC X(01).
           88  WS-RENT-DEBITED                VALUE 'Y'.
       01  WS-HELD-SW               PIC X(01) VALUE 'N'.
           88  WS-BILL-HELD                   VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR          PIC 9(04).
           05  WS-DUE-MONTH         PIC 9(02).
           05  WS-DUE-DAY           PIC 9(02).
       01  WS-ACCOUNT-AVAILABLE     PIC S9(11)V9(02).
       01  WS-BILLED-THIS-RUN       PIC 9(07)V9(02).
       01  WS-BILL-REASON           PIC X(20).
       01  WS-CO-LESSEE-NAME        PIC X(20).
       01  WS-AGREEMENTS-DUE        PIC 9(05) VALUE ZERO.
       01  WS-DEBITED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-DEBITED-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-BILLED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-BILLED-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
       01  WS-BILL-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-BILLS-MISSED          PIC 9(05) VALUE ZERO.
       01  WS-LETTER-TEXT           PIC X(80).
       01  WS-ED-AMOUNT             PIC Z,ZZZ,ZZ9.99.
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
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(32) VALUE
               'SAFE DEPOSIT BOX RENT RUN FOR   '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'BRN BOX    AGREEMT  LESSEE   DUE DATE   '.
           05  FILLER               PIC X(40) VALUE
               '   RENT  ACTION  ACCOUNT NOTE           '.
           05  FILLER               PIC X(18) VALUE
               '         TOTAL DUE'.
       01  WS-DETAIL-LINE.
           05  WS-DL-BRANCH-CODE    PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-BOX-NUMBER     PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AGREEMENT-ID   PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-LESSEE-ID      PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DUE-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-RENT           PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACTION         PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC Z(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-NOTE           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-TOTAL-DUE      PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(24).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-AGREEMENT THRU 2000-EXIT
               UNTIL WS-END-OF-AGREEMENTS
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the files, settle the business
      * date, find the next free UID, and head the report.  No
      * agreement file yet just means no box has been let.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O SAFE-DEPOSIT-AGREEMENT-FILE
           IF WS-AG-NOT-FOUND
               DISPLAY 'NO SAFE DEPOSIT AGREEMENTS ON FILE'
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-AGREEMENTS TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-AG-OK OR NOT WS-AF-OK OR NOT WS-TF-OK
               OR NOT WS-CM-OK
               DISPLAY 'UNABLE TO OPEN SAFE DEPOSIT RENT FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-AGREEMENTS TO TRUE
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN EXTEND FEE-ACTIVITY
           IF WS-FA-NOT-FOUND
               OPEN OUTPUT FEE-ACTIVITY
           END-IF
           PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
           OPEN OUTPUT RENT-REPORT
           OPEN OUTPUT BILL-FILE
           OPEN OUTPUT HOLD-BILL-FILE
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE RENT-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE RENT-REPORT-LINE FROM WS-COLUMN-HEADER.
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
      * 1500-DETERMINE-NEXT-UID - find the highest UID any
      * transaction-generating batch program has issued before, so
      * the rent debits get UIDs that have never been used.
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
      * 2000-PROCESS-AGREEMENT - an active agreement whose rent
      * has come due has each year owed taken, then the rent
      * billed this run goes out on one bill.
      *-----------------------------------------------------------*
       2000-PROCESS-AGREEMENT.
           READ SAFE-DEPOSIT-AGREEMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-AGREEMENTS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT SDA-ACTIVE
               OR SDA-NEXT-DUE-DATE = ZERO
               OR SDA-NEXT-DUE-DATE > WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-AGREEMENTS-DUE
           MOVE ZERO TO WS-BILLED-THIS-RUN
           PERFORM 2100-CHECK-RENT-ACCOUNT THRU 2100-EXIT
           PERFORM 2200-TAKE-ONE-YEAR THRU 2200-EXIT
               UNTIL SDA-NEXT-DUE-DATE > WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO SDA-LAST-RENT-DATE
           REWRITE SAFE-DEPOSIT-AGREEMENT-RECORD
           IF WS-BILLED-THIS-RUN > ZERO
               PERFORM 2500-WRITE-BILL THRU 2500-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CHECK-RENT-ACCOUNT - whether there is an account the
      * rent can be debited to at all, and what it has available
      * to stand it.
      *-----------------------------------------------------------*
       2100-CHECK-RENT-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-USABLE-SW
           MOVE ZERO TO WS-ACCOUNT-AVAILABLE
           MOVE SPACES TO WS-BILL-REASON
           IF SDA-RENT-BILLED
               MOVE 'NO RENT ACCOUNT' TO WS-BILL-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE SDA-RENT-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-BILL-REASON
                   GO TO 2100-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
               OR ACCT-STATUS-FROZEN
               MOVE 'ACCOUNT NOT OPEN' TO WS-BILL-REASON
               GO TO 2100-EXIT
           END-IF
           SET WS-ACCOUNT-USABLE TO TRUE
           MOVE ACCT-AVAILABLE-BALANCE TO WS-ACCOUNT-AVAILABLE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-TAKE-ONE-YEAR - one year's rent, debited when the
      * account can stand it and billed when not, then the due
      * date rolls a year (29 February to the 28th).
      *-----------------------------------------------------------*
       2200-TAKE-ONE-YEAR.
           MOVE 'N' TO WS-DEBITED-SW
           IF WS-ACCOUNT-USABLE
               IF WS-ACCOUNT-AVAILABLE NOT < SDA-ANNUAL-RENT
                   PERFORM 2300-WRITE-RENT-DEBIT THRU 2300-EXIT
               ELSE
                   MOVE 'FUNDS SHORT' TO WS-BILL-REASON
               END-IF
           END-IF
           MOVE SDA-BRANCH-CODE TO WS-DL-BRANCH-CODE
           MOVE SDA-BOX-NUMBER TO WS-DL-BOX-NUMBER
           MOVE SDA-AGREEMENT-ID TO WS-DL-AGREEMENT-ID
           MOVE SDA-LESSEE-ID TO WS-DL-LESSEE-ID
           MOVE SDA-NEXT-DUE-DATE TO WS-DL-DUE-DATE
           MOVE SDA-ANNUAL-RENT TO WS-DL-RENT
           MOVE SDA-RENT-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           IF WS-RENT-DEBITED
               MOVE 'DEBITED' TO WS-DL-ACTION
               MOVE SPACES TO WS-DL-NOTE
               SUBTRACT SDA-ANNUAL-RENT FROM WS-ACCOUNT-AVAILABLE
               ADD 1 TO WS-DEBITED-COUNT
               ADD SDA-ANNUAL-RENT TO WS-DEBITED-TOTAL
           ELSE
               MOVE 'BILLED' TO WS-DL-ACTION
               MOVE WS-BILL-REASON TO WS-DL-NOTE
               ADD SDA-ANNUAL-RENT TO SDA-AMOUNT-DUE
               ADD SDA-ANNUAL-RENT TO WS-BILLED-THIS-RUN
               IF SDA-DUE-SINCE-DATE = ZERO
                   MOVE SDA-NEXT-DUE-DATE TO SDA-DUE-SINCE-DATE
               END-IF
               ADD 1 TO WS-BILLED-COUNT
               ADD SDA-ANNUAL-RENT TO WS-BILLED-TOTAL
           END-IF
           MOVE SDA-AMOUNT-DUE TO WS-DL-TOTAL-DUE
           WRITE RENT-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE SDA-NEXT-DUE-DATE TO WS-DUE-DATE
           ADD 1 TO WS-DUE-YEAR
           IF WS-DUE-MONTH = 2 AND WS-DUE-DAY = 29
               MOVE 28 TO WS-DUE-DAY
           END-IF
           MOVE WS-DUE-DATE TO SDA-NEXT-DUE-DATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-WRITE-RENT-DEBIT - the unposted FE the next posting
      * run applies to the rent account.  A debit that cannot be
      * written leaves the year to be billed.
      *-----------------------------------------------------------*
       2300-WRITE-RENT-DEBIT.
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - RENT BILLED FOR '
                   'AGREEMENT ' SDA-AGREEMENT-ID
               MOVE 16 TO RETURN-CODE
               MOVE 'DEBIT NOT WRITTEN' TO WS-BILL-REASON
               GO TO 2300-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE SDA-RENT-ACCOUNT-ID TO ACCOUNT-ID
           MOVE SPACES TO DESC
           STRING 'SDB RENT BOX ' SDA-BRANCH-CODE '-'
               SDA-BOX-NUMBER
               DELIMITED BY SIZE INTO DESC
           MOVE 'FE' TO TRAN-TYPE
           MOVE SDA-ANNUAL-RENT TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'SDBRENT' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           MOVE SPACES TO TRAN-CHANNEL
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE SDA-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, RENT BILLED INSTEAD: '
                       UID
                   MOVE 'DEBIT NOT WRITTEN' TO WS-BILL-REASON
               NOT INVALID KEY
                   SET WS-RENT-DEBITED TO TRUE
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   MOVE WS-TODAY-DATE TO FEA-DATE
                   MOVE SDA-RENT-ACCOUNT-ID TO FEA-ACCOUNT-ID
                   MOVE 'SDBR' TO FEA-FEE-CODE
                   MOVE ACCT-CATEGORY TO FEA-CATEGORY
                   SET FEA-BILLED TO TRUE
                   MOVE SDA-ANNUAL-RENT TO FEA-AMOUNT
                   MOVE ZERO TO FEA-ITEM-COUNT
                   WRITE FEE-ACTIVITY-RECORD
           END-WRITE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-WRITE-BILL - the rent bill to the lessee, naming the
      * co-lessee, the rent billed this run and all that is now
      * owed.  Mail or the branch-hold file, as NOTICERN does.
      *-----------------------------------------------------------*
       2500-WRITE-BILL.
           MOVE SPACES TO WS-CO-LESSEE-NAME
           IF NOT SDA-NO-CO-LESSEE
               MOVE SDA-CO-LESSEE-ID TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUM-NAME TO WS-CO-LESSEE-NAME
               END-READ
           END-IF
           MOVE SDA-LESSEE-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'LESSEE NOT ON CUSTOMER MASTER, BILL NOT '
                       'ADDRESSED: AGREEMENT ' SDA-AGREEMENT-ID
                   ADD 1 TO WS-BILLS-MISSED
                   GO TO 2500-EXIT
           END-READ
           MOVE 'N' TO WS-HELD-SW
           IF CUM-MAIL-RETURNED
               PERFORM 2520-WRITE-HOLD-BANNER THRU 2520-EXIT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           MOVE CUM-NAME TO WS-LETTER-TEXT
           PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           MOVE CUM-ADDR-LINE-1 TO WS-LETTER-TEXT
           PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           IF CUM-ADDR-LINE-2 NOT = SPACES
               MOVE CUM-ADDR-LINE-2 TO WS-LETTER-TEXT
               PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CUM-CITY ' ' CUM-STATE ' ' CUM-ZIP
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'SAFE DEPOSIT BOX RENT - BRANCH ' SDA-BRANCH-CODE
               ' BOX ' SDA-BOX-NUMBER '  AGREEMENT '
               SDA-AGREEMENT-ID
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           IF WS-CO-LESSEE-NAME NOT = SPACES
               MOVE SPACES TO WS-LETTER-TEXT
               STRING 'CO-LESSEE ' WS-CO-LESSEE-NAME
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
               PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           MOVE WS-BILLED-THIS-RUN TO WS-ED-AMOUNT
           STRING 'ANNUAL RENT BILLED ' WS-TODAY-DATE '    '
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           MOVE SPACES TO WS-LETTER-TEXT
           MOVE SDA-AMOUNT-DUE TO WS-ED-AMOUNT
           STRING 'TOTAL NOW DUE                   ' WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           IF WS-BILL-REASON = 'FUNDS SHORT'
               MOVE 'YOUR DESIGNATED ACCOUNT COULD NOT COVER THE RENT.'
                   TO WS-LETTER-TEXT
               PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           END-IF
           IF WS-BILL-REASON = 'ACCOUNT NOT ON FILE'
               OR WS-BILL-REASON = 'ACCOUNT NOT OPEN'
               MOVE 'YOUR DESIGNATED ACCOUNT CAN NO LONGER BE CHARGED.'
                   TO WS-LETTER-TEXT
               PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           END-IF
           MOVE 'PLEASE PAY AT THE BRANCH WITHIN 30 DAYS.'
               TO WS-LETTER-TEXT
           PERFORM 2550-PUT-BILL-LINE THRU 2550-EXIT
           IF WS-BILL-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-BILL-COUNT
           END-IF.
       2500-EXIT.
           EXIT.

       2520-WRITE-HOLD-BANNER.
           SET WS-BILL-HELD TO TRUE
           MOVE SDA-BRANCH-CODE TO WS-HB-BRANCH
           MOVE CUM-MAIL-RETURN-DATE TO WS-HB-DATE
           MOVE CUM-MAIL-RETURN-REASON TO WS-HB-REASON
           MOVE SPACES TO HOLD-BILL-LINE
           WRITE HOLD-BILL-LINE
           WRITE HOLD-BILL-LINE FROM WS-HOLD-BANNER.
       2520-EXIT.
           EXIT.

       2550-PUT-BILL-LINE.
           IF WS-BILL-HELD
               WRITE HOLD-BILL-LINE FROM WS-LETTER-TEXT
           ELSE
               WRITE BILL-LINE FROM WS-LETTER-TEXT
           END-IF.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-OK
               GO TO 9000-EXIT
           END-IF
           MOVE 'RENTS DEBITED           ' TO WS-TL-LABEL
           MOVE WS-DEBITED-COUNT TO WS-TL-COUNT
           MOVE WS-DEBITED-TOTAL TO WS-TL-AMOUNT
           WRITE RENT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'RENTS BILLED            ' TO WS-TL-LABEL
           MOVE WS-BILLED-COUNT TO WS-TL-COUNT
           MOVE WS-BILLED-TOTAL TO WS-TL-AMOUNT
           WRITE RENT-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-BILLS-MISSED > ZERO
               DISPLAY 'RENT BILLS NOT ADDRESSED: ' WS-BILLS-MISSED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'AGREEMENTS WITH RENT DUE: ' WS-AGREEMENTS-DUE
           DISPLAY 'RENTS DEBITED:            ' WS-DEBITED-COUNT
           DISPLAY 'RENTS BILLED:             ' WS-BILLED-COUNT
           DISPLAY 'BILLS WRITTEN:            ' WS-BILL-COUNT
           DISPLAY 'BILLS HELD FOR BRANCH:    ' WS-HELD-COUNT
           CLOSE SAFE-DEPOSIT-AGREEMENT-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE TRANSACTION-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE UID-SEQUENCE
           CLOSE FEE-ACTIVITY
           CLOSE RENT-REPORT
           CLOSE BILL-FILE
           CLOSE HOLD-BILL-FILE.
       9000-EXIT.
           EXIT.
