      *-----------------------------------------------------------*
      * PROGRAM:      ESCDISB
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly escrow disbursement.  Pays the tax and insurance
      * bills escrowed loans carry (ESCDISB.CPY) as they fall
      * due: every active item whose next due date has come by
      * the business date is paid out of its loan's escrow
      * balance.  Each payment is appended to the escrow payment
      * file (ESCPAY.CPY), from which accounts payable cuts the
      * check to the taxing authority or insurer, and lands on
      * the disbursement report (ESCDISB.OUT).  The item records
      * the payment and rolls its due date on by its frequency,
      * keeping the day of month.
      *
      * A bill is paid whether or not escrow holds enough; the
      * bank advances the difference and the balance goes below
      * zero, which the report marks ADVANCED and the next escrow
      * analysis recovers as a shortage.  A loan no longer active
      * (paid off or charged off) has no escrow to pay from: its
      * items are cancelled and reported.  An item whose loan is
      * missing from the master, or no longer carries escrow, is
      * left unpaid and reported, RC 8.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCDISB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-DISBURSEMENT-FILE ASSIGN TO "ESCDISB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESD-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT ESCROW-PAYMENT-FILE ASSIGN TO "ESCPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCROW-PAY-STATUS.
           SELECT DISBURSEMENT-REPORT ASSIGN TO "ESCDISB.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-DISBURSEMENT-FILE.
       COPY "escdisb.cpy".

       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  ESCROW-PAYMENT-FILE.
       COPY "escpay.cpy".

       FD  DISBURSEMENT-REPORT.
       01  DISBURSEMENT-REPORT-LINE    PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS           PIC X(02).
           88  WS-ES-OK                       VALUE '00'.
           88  WS-ES-NOT-FOUND                VALUE '35'.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LM-OK                       VALUE '00'.
       01  WS-ESCROW-PAY-STATUS     PIC X(02).
           88  WS-EP-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-ITEMS                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR          PIC 9(04).
           05  WS-DUE-MONTH         PIC 9(02).
           05  WS-DUE-DAY           PIC 9(02).
       01  WS-NEXT-MONTH            PIC 9(02).
       01  WS-ITEMS-PAID            PIC 9(05) VALUE ZERO.
       01  WS-ITEMS-ADVANCED        PIC 9(05) VALUE ZERO.
       01  WS-ITEMS-CANCELLED       PIC 9(05) VALUE ZERO.
       01  WS-ITEMS-HELD            PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT-PAID           PIC 9(09)V9(02) VALUE ZERO.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(30) VALUE
               'ESCROW DISBURSEMENTS FOR      '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'LOAN     IT TY PAYEE                    '.
           05  FILLER               PIC X(40) VALUE
               '      DUE DATE       AMOUNT   ESCROW BAL'.
           05  FILLER               PIC X(08) VALUE
               '   NOTE '.
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ITEM-NO        PIC 9(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ITEM-TYPE      PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-PAYEE          PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DUE-DATE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-BALANCE        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE           PIC X(16).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(22) VALUE
               'TOTAL PAID FROM ESCROW'.
           05  FILLER               PIC X(31) VALUE SPACES.
           05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
               UNTIL WS-END-OF-ITEMS
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the files and head the report.  No
      * disbursement file on record means no escrow items yet,
      * and nothing to pay.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O ESCROW-DISBURSEMENT-FILE
           IF WS-ES-NOT-FOUND
               DISPLAY 'NO ESCROW ITEMS ON FILE - NOTHING TO PAY'
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-ITEMS TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O LOAN-MASTER
           IF NOT WS-ES-OK OR NOT WS-LM-OK
               DISPLAY 'UNABLE TO OPEN ESCROW DISBURSEMENT FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-ITEMS TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND ESCROW-PAYMENT-FILE
           IF WS-EP-NOT-FOUND
               OPEN OUTPUT ESCROW-PAYMENT-FILE
           END-IF
           OPEN OUTPUT DISBURSEMENT-REPORT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE DISBURSEMENT-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE DISBURSEMENT-REPORT-LINE FROM WS-COLUMN-HEADER.
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
      * 2000-PROCESS-ITEM - one escrow item; pay it if it is
      * active and due.
      *-----------------------------------------------------------*
       2000-PROCESS-ITEM.
           READ ESCROW-DISBURSEMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ITEMS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT ESD-ACTIVE
               OR ESD-NEXT-DUE-DATE > WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           MOVE ESD-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE ESD-ITEM-NO TO WS-DL-ITEM-NO
           MOVE ESD-ITEM-TYPE TO WS-DL-ITEM-TYPE
           MOVE ESD-PAYEE-NAME TO WS-DL-PAYEE
           MOVE ESD-NEXT-DUE-DATE TO WS-DL-DUE-DATE
           MOVE ESD-AMOUNT TO WS-DL-AMOUNT
           MOVE ZERO TO WS-DL-BALANCE
           MOVE ESD-ACCOUNT-ID TO LNM-ACCOUNT-ID
           READ LOAN-MASTER
               INVALID KEY
                   MOVE 'LOAN NOT ON FILE' TO WS-DL-NOTE
                   PERFORM 2900-HOLD-ITEM THRU 2900-EXIT
                   GO TO 2000-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               PERFORM 2500-CANCEL-ITEM THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT LNM-ESCROWED OR LNM-ESCROW-MONTHLY NOT NUMERIC
               MOVE 'LOAN NOT ESCROW' TO WS-DL-NOTE
               PERFORM 2900-HOLD-ITEM THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-PAY-ITEM THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-PAY-ITEM - pay the bill out of escrow, record it on
      * the payment file, and roll the item's due date on.
      *-----------------------------------------------------------*
       2100-PAY-ITEM.
           IF LNM-ESCROW-BALANCE NOT NUMERIC
               MOVE ZERO TO LNM-ESCROW-BALANCE
           END-IF
           SUBTRACT ESD-AMOUNT FROM LNM-ESCROW-BALANCE
           REWRITE LOAN-MASTER-RECORD
           MOVE ESD-ACCOUNT-ID TO ESP-ACCOUNT-ID
           MOVE ESD-ITEM-NO TO ESP-ITEM-NO
           MOVE ESD-ITEM-TYPE TO ESP-PAYMENT-TYPE
           MOVE ESD-PAYEE-NAME TO ESP-PAYEE-NAME
           MOVE ESD-PAYEE-REFERENCE TO ESP-PAYEE-REFERENCE
           MOVE ESD-AMOUNT TO ESP-AMOUNT
           MOVE ESD-NEXT-DUE-DATE TO ESP-DUE-DATE
           MOVE WS-TODAY-DATE TO ESP-PAID-DATE
           MOVE LNM-ESCROW-BALANCE TO ESP-ESCROW-BALANCE-AFTER
           WRITE ESCROW-PAYMENT-RECORD
           MOVE WS-TODAY-DATE TO ESD-LAST-PAID-DATE
           MOVE ESD-AMOUNT TO ESD-LAST-PAID-AMOUNT
           PERFORM 2200-ROLL-DUE-DATE THRU 2200-EXIT
           REWRITE ESCROW-DISBURSEMENT-RECORD
           MOVE LNM-ESCROW-BALANCE TO WS-DL-BALANCE
           IF LNM-ESCROW-BALANCE < ZERO
               MOVE 'ADVANCED' TO WS-DL-NOTE
               ADD 1 TO WS-ITEMS-ADVANCED
           ELSE
               MOVE 'PAID' TO WS-DL-NOTE
           END-IF
           WRITE DISBURSEMENT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ITEMS-PAID
           ADD ESD-AMOUNT TO WS-AMOUNT-PAID.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-ROLL-DUE-DATE - the next bill falls the item's
      * frequency in months later, on the same day of the month.
      *-----------------------------------------------------------*
       2200-ROLL-DUE-DATE.
           MOVE ESD-NEXT-DUE-DATE TO WS-DUE-DATE
           COMPUTE WS-NEXT-MONTH = WS-DUE-MONTH + ESD-FREQUENCY-MONTHS
           IF WS-NEXT-MONTH > 12
               SUBTRACT 12 FROM WS-NEXT-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           MOVE WS-NEXT-MONTH TO WS-DUE-MONTH
           MOVE WS-DUE-DATE TO ESD-NEXT-DUE-DATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-CANCEL-ITEM - the loan is paid off or charged off;
      * there is no escrow left to pay its bills from.
      *-----------------------------------------------------------*
       2500-CANCEL-ITEM.
           SET ESD-CANCELLED TO TRUE
           REWRITE ESCROW-DISBURSEMENT-RECORD
           MOVE 'CANCELLED-CLOSED' TO WS-DL-NOTE
           WRITE DISBURSEMENT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ITEMS-CANCELLED.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-HOLD-ITEM - the bill cannot be paid tonight; it stays
      * due for the branch to put right.
      *-----------------------------------------------------------*
       2900-HOLD-ITEM.
           WRITE DISBURSEMENT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ITEMS-HELD
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-OK
               GO TO 9000-EXIT
           END-IF
           MOVE WS-AMOUNT-PAID TO WS-TL-AMOUNT
           WRITE DISBURSEMENT-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'ESCROW ITEMS PAID:      ' WS-ITEMS-PAID
           DISPLAY 'PAID ON ADVANCE:        ' WS-ITEMS-ADVANCED
           DISPLAY 'ITEMS CANCELLED:        ' WS-ITEMS-CANCELLED
           DISPLAY 'ITEMS HELD:             ' WS-ITEMS-HELD
           DISPLAY 'AMOUNT PAID:            ' WS-AMOUNT-PAID
           CLOSE ESCROW-DISBURSEMENT-FILE
           CLOSE LOAN-MASTER
           CLOSE ESCROW-PAYMENT-FILE
           CLOSE DISBURSEMENT-REPORT.
       9000-EXIT.
           EXIT.
