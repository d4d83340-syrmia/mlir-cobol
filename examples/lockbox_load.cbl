      *-----------------------------------------------------------*
      * PROGRAM:      LBXLOAD
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Commercial lockbox intake.  Reads the file the lockbox
      * unit delivers (LOCKBOX.CPY) - one batch per commercial
      * customer, a header and the check items behind it - and
      * loads each batch onto the transaction file as a single
      * unposted DE to the customer's account for the normal
      * TRANSORT/TRANPOST path, drawing its UID from the shared
      * UIDSEQ log the way PAYRLOAD does.  Lockbox items are
      * third-party checks still to clear, so the deposit carries
      * next-day availability ('1') and TRANPOST holds it until
      * then.
      *
      * A batch is proved before anything is written: its items
      * must come to the header's own item count and dollar total,
      * and its account must pass the check digit, be on the
      * master, be a commercial account, and not be closed.  A
      * batch that fails is refused whole - never posted short -
      * and listed with its reason; the run raises an operator
      * alert and ends with return code 8 so the batch is put
      * right and sent again.  Batches that prove are posted
      * regardless of their neighbours.
      *
      * Every item of a posted batch goes onto the remittance
      * file (LBXREMIT.CPY) - payer, check serial, invoice and
      * amount, with the deposit's UID - for the customer to apply
      * in their receivables system, and the report lists each
      * batch, customer by customer, the same way.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LBXLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "LBXREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           SELECT LOCKBOX-REPORT ASSIGN TO "LBXLOAD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT OPERATOR-ALERT ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       COPY "lockbox.cpy".

       FD  REMITTANCE-FILE.
       COPY "lbxremit.cpy".

       FD  LOCKBOX-REPORT.
       01  LOCKBOX-REPORT-LINE         PIC X(100).

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  OPERATOR-ALERT.
       COPY "opalert.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-STATUS        PIC X(02).
           88  WS-LB-OK                       VALUE '00'.
       01  WS-REMIT-STATUS          PIC X(02).
           88  WS-RM-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-AL-NOT-FOUND                VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOCKBOX              VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-ALERT-TEXT            PIC X(40).
       01  WS-BATCHES-POSTED        PIC 9(05) VALUE ZERO.
       01  WS-BATCHES-REJECTED      PIC 9(05) VALUE ZERO.
       01  WS-ITEMS-REMITTED        PIC 9(07) VALUE ZERO.
       01  WS-AMOUNT-POSTED         PIC 9(13)V9(02) VALUE ZERO.
       01  WS-CKD-ACCOUNT-ID        PIC 9(07).
       01  WS-CKD-DIGITS            REDEFINES WS-CKD-ACCOUNT-ID.
           05  WS-CKD-DIGIT         OCCURS 7 TIMES PIC 9(01).
       01  WS-CKD-SUB               PIC 9(01).
       01  WS-CKD-PRODUCT           PIC 9(02).
       01  WS-CKD-SUM               PIC 9(03).
       01  WS-CKD-EXPECTED          PIC 9(02).
       01  WS-CKD-OK-SW             PIC X(01).
           88  WS-CKD-OK                      VALUE 'Y'.

      *-----------------------------------------------------------*
      * The batch being gathered: its header, the items read
      * under it so far, and - once it closes - why it was
      * refused.  Spaces in WS-BATCH-REASON mean it proved.
      *-----------------------------------------------------------*
       01  WS-BATCH-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-BATCH-OPEN                  VALUE 'Y'.
       01  WS-BATCH-HEADER.
           05  WS-BAT-LOCKBOX-NUMBER
                                    PIC X(06).
           05  WS-BAT-BATCH-NUMBER  PIC 9(04).
           05  WS-BAT-ACCOUNT-ID    PIC 9(07).
           05  WS-BAT-CUSTOMER-NAME PIC X(30).
           05  WS-BAT-DEPOSIT-DATE  PIC 9(08).
           05  WS-BAT-ITEM-COUNT    PIC 9(05).
           05  WS-BAT-BATCH-TOTAL   PIC 9(11)V9(02).
       01  WS-BATCH-REASON          PIC X(34).
       01  WS-BATCH-UID             PIC 9(05).
       01  WS-ITEMS-READ            PIC 9(05).
       01  WS-ITEMS-AMOUNT          PIC 9(11)V9(02).
       01  WS-ITEM-SUB              PIC 9(04).
       01  WS-ITEM-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 1000 TIMES.
               10  WS-ITM-PAYER-NAME   PIC X(30).
               10  WS-ITM-CHECK-SERIAL PIC 9(08).
               10  WS-ITM-INVOICE-NUMBER
                                       PIC X(15).
               10  WS-ITM-AMOUNT       PIC 9(09)V9(02).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(35) VALUE
               'COMMERCIAL LOCKBOX REMITTANCES FOR '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-BATCH-LINE.
           05  FILLER               PIC X(08) VALUE 'LOCKBOX '.
           05  WS-BL-LOCKBOX-NUMBER PIC X(06).
           05  FILLER               PIC X(07) VALUE ' BATCH '.
           05  WS-BL-BATCH-NUMBER   PIC 9(04).
           05  FILLER               PIC X(09) VALUE ' ACCOUNT '.
           05  WS-BL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-BL-CUSTOMER-NAME  PIC X(30).
           05  FILLER               PIC X(11) VALUE ' DEPOSITED '.
           05  WS-BL-DEPOSIT-DATE   PIC 9(08).
       01  WS-COLUMN-LINE.
           05  FILLER               PIC X(40) VALUE
               '  PAYER                          SERIAL '.
           05  FILLER               PIC X(40) VALUE
               '   INVOICE                 AMOUNT       '.
       01  WS-ITEM-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-PAYER-NAME     PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-IL-CHECK-SERIAL   PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-INVOICE-NUMBER PIC X(15).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-IL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-PROOF-LINE.
           05  FILLER               PIC X(13) VALUE
               '  ITEMS READ '.
           05  WS-PL-ITEMS-READ     PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE ' HEADER '.
           05  WS-PL-ITEM-COUNT     PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE '  TOTAL '.
           05  WS-PL-ITEMS-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE ' HEADER '.
           05  WS-PL-BATCH-TOTAL    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-RESULT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-RESULT         PIC X(20).
           05  WS-RL-DETAIL         PIC X(40).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-LOCKBOX THRU 2000-EXIT
               UNTIL WS-END-OF-LOCKBOX
           IF WS-BATCH-OPEN
               PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT LOCKBOX-FILE
           OPEN OUTPUT REMITTANCE-FILE
           OPEN OUTPUT LOCKBOX-REPORT
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-LB-OK OR NOT WS-RM-OK OR NOT WS-RP-OK
               OR NOT WS-TF-OK OR NOT WS-AF-OK
               DISPLAY 'UNABLE TO OPEN LOCKBOX INTAKE FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-LOCKBOX TO TRUE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
               MOVE WS-TODAY-DATE TO WS-RH-DATE
               WRITE LOCKBOX-REPORT-LINE FROM WS-REPORT-HEADER
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-READ-BUSINESS-DATE - the business date this load is
      * stamped under, off the BUSDATE card; the machine date
      * already in WS-TODAY-DATE stands when no card is supplied.
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
      * the deposit records get UIDs that have never been used.
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
      * 2000-READ-LOCKBOX - a header closes the batch before it
      * and opens its own; an item is gathered under the batch
      * it belongs to.
      *-----------------------------------------------------------*
       2000-READ-LOCKBOX.
           READ LOCKBOX-FILE
               AT END
                   SET WS-END-OF-LOCKBOX TO TRUE
                   GO TO 2000-EXIT
           END-READ
           EVALUATE TRUE
               WHEN LBX-BATCH-HEADER
                   IF WS-BATCH-OPEN
                       PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT
                   END-IF
                   PERFORM 2100-OPEN-BATCH THRU 2100-EXIT
               WHEN LBX-ITEM
                   IF NOT WS-BATCH-OPEN
                       PERFORM 2150-OPEN-HEADLESS-BATCH
                           THRU 2150-EXIT
                   END-IF
                   PERFORM 2200-GATHER-ITEM THRU 2200-EXIT
               WHEN OTHER
                   DISPLAY 'UNRECOGNIZED LOCKBOX RECORD TYPE: '
                       LBX-RECORD-TYPE
                   IF WS-BATCH-OPEN
                       MOVE 'UNRECOGNIZED RECORD IN BATCH'
                           TO WS-BATCH-REASON
                   ELSE
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2100-OPEN-BATCH.
           SET WS-BATCH-OPEN TO TRUE
           MOVE LBX-LOCKBOX-NUMBER TO WS-BAT-LOCKBOX-NUMBER
           MOVE LBX-BATCH-NUMBER TO WS-BAT-BATCH-NUMBER
           MOVE LBX-ACCOUNT-ID TO WS-BAT-ACCOUNT-ID
           MOVE LBX-CUSTOMER-NAME TO WS-BAT-CUSTOMER-NAME
           MOVE LBX-DEPOSIT-DATE TO WS-BAT-DEPOSIT-DATE
           MOVE LBX-ITEM-COUNT TO WS-BAT-ITEM-COUNT
           MOVE LBX-BATCH-TOTAL TO WS-BAT-BATCH-TOTAL
           MOVE SPACES TO WS-BATCH-REASON
           MOVE ZERO TO WS-BATCH-UID
           MOVE ZERO TO WS-ITEMS-READ
           MOVE ZERO TO WS-ITEMS-AMOUNT
           MOVE ZERO TO WS-ITEM-TABLE-ENTRIES.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-OPEN-HEADLESS-BATCH - items ahead of any header
      * belong to no customer; they are gathered as a batch of
      * their own so the report shows them, and refused.
      *-----------------------------------------------------------*
       2150-OPEN-HEADLESS-BATCH.
           SET WS-BATCH-OPEN TO TRUE
           MOVE SPACES TO WS-BAT-LOCKBOX-NUMBER
           MOVE ZERO TO WS-BAT-BATCH-NUMBER
           MOVE ZERO TO WS-BAT-ACCOUNT-ID
           MOVE SPACES TO WS-BAT-CUSTOMER-NAME
           MOVE ZERO TO WS-BAT-DEPOSIT-DATE
           MOVE ZERO TO WS-BAT-ITEM-COUNT
           MOVE ZERO TO WS-BAT-BATCH-TOTAL
           MOVE 'ITEMS WITH NO BATCH HEADER' TO WS-BATCH-REASON
           MOVE ZERO TO WS-BATCH-UID
           MOVE ZERO TO WS-ITEMS-READ
           MOVE ZERO TO WS-ITEMS-AMOUNT
           MOVE ZERO TO WS-ITEM-TABLE-ENTRIES.
       2150-EXIT.
           EXIT.

       2200-GATHER-ITEM.
           ADD 1 TO WS-ITEMS-READ
           ADD LBX-ITEM-AMOUNT TO WS-ITEMS-AMOUNT
           IF WS-ITEM-TABLE-ENTRIES = 1000
               MOVE 'TOO MANY ITEMS FOR ONE BATCH' TO WS-BATCH-REASON
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-ITEM-TABLE-ENTRIES
           MOVE WS-ITEM-TABLE-ENTRIES TO WS-ITEM-SUB
           MOVE LBX-PAYER-NAME TO WS-ITM-PAYER-NAME (WS-ITEM-SUB)
           MOVE LBX-CHECK-SERIAL TO WS-ITM-CHECK-SERIAL (WS-ITEM-SUB)
           MOVE LBX-INVOICE-NUMBER
               TO WS-ITM-INVOICE-NUMBER (WS-ITEM-SUB)
           MOVE LBX-ITEM-AMOUNT TO WS-ITM-AMOUNT (WS-ITEM-SUB).
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CLOSE-BATCH - prove the batch, post it if it proves,
      * and list it either way.
      *-----------------------------------------------------------*
       3000-CLOSE-BATCH.
           MOVE 'N' TO WS-BATCH-OPEN-SW
           IF WS-BATCH-REASON = SPACES
               PERFORM 3100-PROVE-BATCH THRU 3100-EXIT
           END-IF
           IF WS-BATCH-REASON = SPACES
               PERFORM 3200-POST-DEPOSIT THRU 3200-EXIT
           END-IF
           PERFORM 3500-LIST-BATCH THRU 3500-EXIT
           IF WS-BATCH-REASON = SPACES
               ADD 1 TO WS-BATCHES-POSTED
               ADD WS-ITEMS-AMOUNT TO WS-AMOUNT-POSTED
           ELSE
               ADD 1 TO WS-BATCHES-REJECTED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-PROVE-BATCH - the items against the header's own
      * figures, then the account the batch is to be deposited
      * to.
      *-----------------------------------------------------------*
       3100-PROVE-BATCH.
           IF WS-ITEMS-READ NOT = WS-BAT-ITEM-COUNT
               MOVE 'ITEM COUNT DISAGREES WITH HEADER'
                   TO WS-BATCH-REASON
               GO TO 3100-EXIT
           END-IF
           IF WS-ITEMS-AMOUNT NOT = WS-BAT-BATCH-TOTAL
               MOVE 'ITEM TOTAL DISAGREES WITH HEADER'
                   TO WS-BATCH-REASON
               GO TO 3100-EXIT
           END-IF
           IF WS-ITEMS-READ = ZERO
               MOVE 'BATCH HAS NO ITEMS' TO WS-BATCH-REASON
               GO TO 3100-EXIT
           END-IF
           MOVE WS-BAT-ACCOUNT-ID TO WS-CKD-ACCOUNT-ID
           PERFORM 8900-CHECK-ACCOUNT-DIGIT THRU 8900-EXIT
           IF NOT WS-CKD-OK
               MOVE 'ACCOUNT FAILS CHECK DIGIT' TO WS-BATCH-REASON
               GO TO 3100-EXIT
           END-IF
           MOVE WS-BAT-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCOUNT NOT ON FILE' TO WS-BATCH-REASON
                   GO TO 3100-EXIT
           END-READ
           CALL 'ACCTWIDE' USING ACCOUNT-MASTER-RECORD RETURN-CODE
           IF ACCT-STATUS-CLOSED
               MOVE 'ACCOUNT CLOSED' TO WS-BATCH-REASON
               GO TO 3100-EXIT
           END-IF
           IF NOT ACCT-CATEGORY-COMMERCIAL
               MOVE 'NOT A COMMERCIAL ACCOUNT' TO WS-BATCH-REASON
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-POST-DEPOSIT - one proved batch becomes one unposted
      * DE on the transaction file, picked up by TRANSORT and
      * TRANPOST like any other work.  Lockbox items are checks
      * on other banks, so the deposit is next-day funds.
      *-----------------------------------------------------------*
       3200-POST-DEPOSIT.
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - BATCH NOT LOADED'
               MOVE 16 TO RETURN-CODE
               MOVE 'UID RANGE EXHAUSTED' TO WS-BATCH-REASON
               GO TO 3200-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE SPACES TO DESC
           STRING 'LOCKBOX ' WS-BAT-LOCKBOX-NUMBER
               ' BATCH ' WS-BAT-BATCH-NUMBER
               DELIMITED BY SIZE INTO DESC
           MOVE 'DE' TO TRAN-TYPE
           MOVE WS-ITEMS-AMOUNT TO AMOUNT
           MOVE WS-BAT-ACCOUNT-ID TO ACCOUNT-ID
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           SET TRAN-AVAIL-NEXT-DAY TO TRUE
           MOVE 'LBXLOAD' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           MOVE SPACES TO TRAN-CHANNEL
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, BATCH SKIPPED: ' UID
                   MOVE 'UID COLLISION ON TRANSACTION FILE'
                       TO WS-BATCH-REASON
               NOT INVALID KEY
                   MOVE UID TO WS-BATCH-UID
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
           END-WRITE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-LIST-BATCH - the batch on the report, item by item,
      * with its proof and its fate; a posted batch's items go
      * onto the remittance file as they are listed.
      *-----------------------------------------------------------*
       3500-LIST-BATCH.
           MOVE WS-BAT-LOCKBOX-NUMBER TO WS-BL-LOCKBOX-NUMBER
           MOVE WS-BAT-BATCH-NUMBER TO WS-BL-BATCH-NUMBER
           MOVE WS-BAT-ACCOUNT-ID TO WS-BL-ACCOUNT-ID
           MOVE WS-BAT-CUSTOMER-NAME TO WS-BL-CUSTOMER-NAME
           MOVE WS-BAT-DEPOSIT-DATE TO WS-BL-DEPOSIT-DATE
           MOVE SPACES TO LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE
           WRITE LOCKBOX-REPORT-LINE FROM WS-BATCH-LINE
           WRITE LOCKBOX-REPORT-LINE FROM WS-COLUMN-LINE
           MOVE ZERO TO WS-ITEM-SUB
           PERFORM 3550-LIST-ONE-ITEM THRU 3550-EXIT
               UNTIL WS-ITEM-SUB = WS-ITEM-TABLE-ENTRIES
           MOVE WS-ITEMS-READ TO WS-PL-ITEMS-READ
           MOVE WS-BAT-ITEM-COUNT TO WS-PL-ITEM-COUNT
           MOVE WS-ITEMS-AMOUNT TO WS-PL-ITEMS-AMOUNT
           MOVE WS-BAT-BATCH-TOTAL TO WS-PL-BATCH-TOTAL
           WRITE LOCKBOX-REPORT-LINE FROM WS-PROOF-LINE
           MOVE SPACES TO WS-RL-DETAIL
           IF WS-BATCH-REASON = SPACES
               MOVE 'POSTED AS UID' TO WS-RL-RESULT
               STRING WS-BATCH-UID ' - AVAILABLE NEXT DAY'
                   DELIMITED BY SIZE INTO WS-RL-DETAIL
           ELSE
               MOVE 'BATCH REFUSED -' TO WS-RL-RESULT
               MOVE WS-BATCH-REASON TO WS-RL-DETAIL
           END-IF
           WRITE LOCKBOX-REPORT-LINE FROM WS-RESULT-LINE.
       3500-EXIT.
           EXIT.

       3550-LIST-ONE-ITEM.
           ADD 1 TO WS-ITEM-SUB
           MOVE WS-ITM-PAYER-NAME (WS-ITEM-SUB) TO WS-IL-PAYER-NAME
           MOVE WS-ITM-CHECK-SERIAL (WS-ITEM-SUB)
               TO WS-IL-CHECK-SERIAL
           MOVE WS-ITM-INVOICE-NUMBER (WS-ITEM-SUB)
               TO WS-IL-INVOICE-NUMBER
           MOVE WS-ITM-AMOUNT (WS-ITEM-SUB) TO WS-IL-AMOUNT
           WRITE LOCKBOX-REPORT-LINE FROM WS-ITEM-LINE
           IF WS-BATCH-REASON NOT = SPACES
               GO TO 3550-EXIT
           END-IF
           MOVE WS-BAT-ACCOUNT-ID TO LBR-ACCOUNT-ID
           MOVE WS-BAT-LOCKBOX-NUMBER TO LBR-LOCKBOX-NUMBER
           MOVE WS-BAT-BATCH-NUMBER TO LBR-BATCH-NUMBER
           MOVE WS-BAT-DEPOSIT-DATE TO LBR-DEPOSIT-DATE
           MOVE WS-BATCH-UID TO LBR-DEPOSIT-UID
           MOVE WS-ITM-PAYER-NAME (WS-ITEM-SUB) TO LBR-PAYER-NAME
           MOVE WS-ITM-CHECK-SERIAL (WS-ITEM-SUB)
               TO LBR-CHECK-SERIAL
           MOVE WS-ITM-INVOICE-NUMBER (WS-ITEM-SUB)
               TO LBR-INVOICE-NUMBER
           MOVE WS-ITM-AMOUNT (WS-ITEM-SUB) TO LBR-AMOUNT
           WRITE LOCKBOX-REMITTANCE-RECORD
           ADD 1 TO WS-ITEMS-REMITTED.
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-RAISE-OPERATOR-ALERT - refused batches put a line on
      * the operator alert file for ALERTREV.
      *-----------------------------------------------------------*
       8200-RAISE-OPERATOR-ALERT.
           OPEN EXTEND OPERATOR-ALERT
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT OPERATOR-ALERT
           END-IF
           SET OPA-SEV-HIGH TO TRUE
           MOVE 'LBXLOAD' TO OPA-SOURCE-PROGRAM
           MOVE WS-ALERT-TEXT TO OPA-MESSAGE
           MOVE WS-TODAY-DATE TO OPA-TIMESTAMP(1:8)
           ACCEPT OPA-TIMESTAMP(9:6) FROM TIME
           SET OPA-UNACKNOWLEDGED TO TRUE
           MOVE SPACES TO OPA-ACKED-BY
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8900-CHECK-ACCOUNT-DIGIT - an account number's seventh
      * digit must be the weighted mod-10 check of the first six
      * (weights 2-1-2-1-2-1, a doubled digit over nine folded
      * back by nine), the same arithmetic every program that
      * accepts an account number uses.
      *-----------------------------------------------------------*
       8900-CHECK-ACCOUNT-DIGIT.
           MOVE 'N' TO WS-CKD-OK-SW
           MOVE ZERO TO WS-CKD-SUM
           MOVE ZERO TO WS-CKD-SUB
           PERFORM 8950-FOLD-ONE-DIGIT THRU 8950-EXIT
               UNTIL WS-CKD-SUB = 6
           COMPUTE WS-CKD-EXPECTED =
               FUNCTION MOD (10 - FUNCTION MOD (WS-CKD-SUM, 10), 10)
           IF WS-CKD-EXPECTED = WS-CKD-DIGIT (7)
               SET WS-CKD-OK TO TRUE
           END-IF.
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
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-OK
               GO TO 9000-EXIT
           END-IF
           IF WS-BATCHES-REJECTED > ZERO
               MOVE 'LOCKBOX BATCHES REFUSED - SEE LBXLOAD'
                   TO WS-ALERT-TEXT
               PERFORM 8200-RAISE-OPERATOR-ALERT THRU 8200-EXIT
           END-IF
           DISPLAY 'LOCKBOX BATCHES POSTED:   ' WS-BATCHES-POSTED
           DISPLAY 'LOCKBOX BATCHES REFUSED:  ' WS-BATCHES-REJECTED
           DISPLAY 'REMITTANCE ITEMS WRITTEN: ' WS-ITEMS-REMITTED
           DISPLAY 'AMOUNT POSTED:            ' WS-AMOUNT-POSTED
           CLOSE LOCKBOX-FILE
           CLOSE REMITTANCE-FILE
           CLOSE LOCKBOX-REPORT
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE UID-SEQUENCE.
       9000-EXIT.
           EXIT.
