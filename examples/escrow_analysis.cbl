      *-----------------------------------------------------------*
      * PROGRAM:      ESCANAL
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Annual escrow analysis.  Every active escrowed loan whose
      * last analysis is a year old - or that has never had one,
      * as when ESCMAINT places its first escrow item - has its
      * monthly escrow amount recomputed from the tax and
      * insurance bills on file (ESCDISB.CPY).
      *
      * The analysis projects the next twelve months, starting
      * the month after the business date: each active item's
      * bills are laid into the month they fall due (a bill
      * already due and not yet paid falls in the first month).
      * A twelfth of the year's bills is the base monthly amount.
      * The escrow balance is then run forward month by month -
      * the base amount in, that month's bills out - to find its
      * low point, which should not fall below a cushion of two
      * months' escrow (a sixth of the year's bills).
      *
      *   Shortage  low point below the cushion: the shortfall
      *             is spread over the coming twelve payments on
      *             top of the base amount.
      *   Surplus   low point above the cushion: a surplus of
      *             50.00 or more is refunded to the borrower
      *             through the escrow payment file (ESCPAY.CPY,
      *             type RF) and taken off the balance; a smaller
      *             one is credited against the coming twelve
      *             payments.
      *
      * The new monthly amount and the analysis date go on the
      * loan master, the loan lands on the analysis report
      * (ESCANAL.OUT), and the primary holder is sent the
      * analysis statement (ESCSTMT.OUT), addressed off the
      * customer files the way LOANPAY addresses its notices.  A
      * statement that cannot be addressed is counted missed and
      * the run ends RC 8; the analysis itself still stands.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESCANAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT ESCROW-DISBURSEMENT-FILE ASSIGN TO "ESCDISB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESD-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT ESCROW-PAYMENT-FILE ASSIGN TO "ESCPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCROW-PAY-STATUS.
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
           SELECT ANALYSIS-REPORT ASSIGN TO "ESCANAL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT STATEMENT-FILE ASSIGN TO "ESCSTMT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  ESCROW-DISBURSEMENT-FILE.
       COPY "escdisb.cpy".

       FD  ESCROW-PAYMENT-FILE.
       COPY "escpay.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  ANALYSIS-REPORT.
       01  ANALYSIS-REPORT-LINE        PIC X(100).

       FD  STATEMENT-FILE.
       01  STATEMENT-LINE              PIC X(80).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LM-OK                       VALUE '00'.
           88  WS-LM-NOT-FOUND                VALUE '35'.
       01  WS-ITEM-STATUS           PIC X(02).
           88  WS-ES-OK                       VALUE '00'.
       01  WS-ESCROW-PAY-STATUS     PIC X(02).
           88  WS-EP-NOT-FOUND                VALUE '35'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-STATEMENT-STATUS      PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-ITEMS-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-ITEMS-OPEN                  VALUE 'Y'.
       01  WS-ADDRESS-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-ADDRESS-OPEN                VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOANS                VALUE 'Y'.
       01  WS-ITEM-EOF-SW           PIC X(01).
           88  WS-END-OF-LOAN-ITEMS           VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-PROJECT-DONE-SW       PIC X(01).
           88  WS-PROJECTION-DONE             VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YEAR        PIC 9(04).
           05  WS-TODAY-MONTH       PIC 9(02).
           05  WS-TODAY-DAY         PIC 9(02).
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR          PIC 9(04).
           05  WS-DUE-MONTH         PIC 9(02).
           05  WS-DUE-DAY           PIC 9(02).
       01  WS-NEXT-MONTH            PIC 9(02).
       01  WS-ROLL-MONTHS           PIC 9(02).
       01  WS-MONTH-OFFSET          PIC S9(05).
       01  WS-PERIOD-SERIAL         PIC 9(06).
       01  WS-MX                    PIC 9(02).
       01  WS-ANALYSIS-DUE-DATE     PIC 9(08).
       01  WS-HOLDER-CUSTOMER-ID    PIC 9(07).
       01  WS-PROJECTION.
           05  WS-PROJ-MONTH        OCCURS 12 TIMES.
               10  WS-PM-PERIOD     PIC 9(06).
               10  WS-PM-BILLS      PIC 9(09)V9(02).
               10  WS-PM-BALANCE    PIC S9(09)V9(02).
       01  WS-ANNUAL-BILLS          PIC 9(09)V9(02).
       01  WS-BASE-MONTHLY          PIC 9(07)V9(02).
       01  WS-CUSHION               PIC 9(07)V9(02).
       01  WS-RUN-BALANCE           PIC S9(09)V9(02).
       01  WS-LOW-POINT             PIC S9(09)V9(02).
       01  WS-SHORTAGE              PIC 9(09)V9(02).
       01  WS-SURPLUS               PIC 9(09)V9(02).
       01  WS-REFUND                PIC 9(07)V9(02).
       01  WS-OLD-MONTHLY           PIC 9(05)V9(02).
       01  WS-NEW-MONTHLY           PIC S9(07)V9(02).
       01  WS-REFUND-THRESHOLD      PIC 9(03)V9(02) VALUE 50.00.
       01  WS-ACTION                PIC X(14).
       01  WS-LOANS-ANALYSED        PIC 9(05) VALUE ZERO.
       01  WS-SHORTAGE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-SURPLUS-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REFUND-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-REFUND-TOTAL          PIC 9(09)V9(02) VALUE ZERO.
       01  WS-LOANS-HELD            PIC 9(05) VALUE ZERO.
       01  WS-STATEMENT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-STATEMENTS-MISSED     PIC 9(05) VALUE ZERO.
       01  WS-LETTER-TEXT           PIC X(80).
       01  WS-ED-AMOUNT             PIC -Z,ZZZ,ZZ9.99.
       01  WS-ED-AMOUNT-2           PIC -Z,ZZZ,ZZ9.99.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(26) VALUE
               'ESCROW ANALYSIS FOR       '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'LOAN          BALANCE      LOW POINT    '.
           05  FILLER               PIC X(40) VALUE
               '  CUSHION   OLD MTH   NEW MTH SHORT-/SUR'.
           05  FILLER               PIC X(20) VALUE
               'PLUS  ACTION        '.
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-BALANCE        PIC -Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-LOW-POINT      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-CUSHION        PIC Z,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-OLD-MONTHLY    PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-NEW-MONTHLY    PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DIFFERENCE     PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACTION         PIC X(14).
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(30) VALUE
               'SURPLUS REFUNDED THIS RUN     '.
           05  WS-TL-REFUNDS        PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-LOAN THRU 2000-EXIT
               UNTIL WS-END-OF-LOANS
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the files and head the report.  No
      * escrow items on file leaves every escrowed loan with no
      * bills to collect for.  Without the customer files the
      * analyses still stand; the statements are counted missed.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O LOAN-MASTER
           IF WS-LM-NOT-FOUND
               DISPLAY 'NO LOAN MASTER ON FILE - NOTHING TO ANALYSE'
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-LOANS TO TRUE
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-LM-OK
               DISPLAY 'UNABLE TO OPEN LOAN MASTER, STATUS '
                   WS-LOAN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-LOANS TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ESCROW-DISBURSEMENT-FILE
           IF WS-ES-OK
               SET WS-ITEMS-OPEN TO TRUE
           END-IF
           OPEN EXTEND ESCROW-PAYMENT-FILE
           IF WS-EP-NOT-FOUND
               OPEN OUTPUT ESCROW-PAYMENT-FILE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           IF WS-CM-OK AND WS-CA-OK
               SET WS-ADDRESS-OPEN TO TRUE
           ELSE
               DISPLAY 'CUSTOMER FILES UNAVAILABLE - ESCROW '
                   'STATEMENTS HELD'
               IF WS-CM-OK
                   CLOSE CUSTOMER-MASTER
               END-IF
               IF WS-CA-OK
                   CLOSE CUSTOMER-ACCOUNT
               END-IF
           END-IF
           OPEN OUTPUT ANALYSIS-REPORT
           OPEN OUTPUT STATEMENT-FILE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE ANALYSIS-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE ANALYSIS-REPORT-LINE FROM WS-COLUMN-HEADER.
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
      * 2000-PROCESS-LOAN - analyse the loan if it is an active
      * escrowed loan whose analysis has come round.
      *-----------------------------------------------------------*
       2000-PROCESS-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-LOANS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               OR NOT LNM-ESCROWED
               OR LNM-ESCROW-MONTHLY NOT NUMERIC
               GO TO 2000-EXIT
           END-IF
           IF LNM-ESCROW-ANALYSIS-DATE NOT NUMERIC
               MOVE ZERO TO LNM-ESCROW-ANALYSIS-DATE
           END-IF
           COMPUTE WS-ANALYSIS-DUE-DATE =
               LNM-ESCROW-ANALYSIS-DATE + 10000
           IF LNM-ESCROW-ANALYSIS-DATE NOT = ZERO
               AND WS-ANALYSIS-DUE-DATE > WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           IF LNM-ESCROW-BALANCE NOT NUMERIC
               MOVE ZERO TO LNM-ESCROW-BALANCE
           END-IF
           MOVE LNM-ESCROW-MONTHLY TO WS-OLD-MONTHLY
           PERFORM 2100-PROJECT-BILLS THRU 2100-EXIT
           PERFORM 2300-FIND-LOW-POINT THRU 2300-EXIT
           PERFORM 2500-SET-NEW-MONTHLY THRU 2500-EXIT
           IF WS-ACTION = 'HELD - TOO BIG'
               GO TO 2000-EXIT
           END-IF
           IF WS-REFUND > ZERO
               PERFORM 2600-REFUND-SURPLUS THRU 2600-EXIT
           END-IF
           MOVE WS-NEW-MONTHLY TO LNM-ESCROW-MONTHLY
           MOVE WS-TODAY-DATE TO LNM-ESCROW-ANALYSIS-DATE
           REWRITE LOAN-MASTER-RECORD
           ADD 1 TO WS-LOANS-ANALYSED
           PERFORM 3000-SEND-STATEMENT THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-PROJECT-BILLS - lay the next twelve months of the
      * loan's active items into the projection, month 1 being
      * the month after the business date.
      *-----------------------------------------------------------*
       2100-PROJECT-BILLS.
           MOVE ZERO TO WS-ANNUAL-BILLS
           COMPUTE WS-PERIOD-SERIAL =
               WS-TODAY-YEAR * 12 + WS-TODAY-MONTH - 1
           MOVE 1 TO WS-MX
           PERFORM 2110-CLEAR-ONE-MONTH THRU 2110-EXIT
               UNTIL WS-MX > 12
           IF NOT WS-ITEMS-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-ITEM-EOF-SW
           MOVE LNM-ACCOUNT-ID TO ESD-ACCOUNT-ID
           MOVE ZERO TO ESD-ITEM-NO
           START ESCROW-DISBURSEMENT-FILE
               KEY NOT LESS THAN ESD-KEY
               INVALID KEY
                   SET WS-END-OF-LOAN-ITEMS TO TRUE
           END-START
           PERFORM 2150-PROJECT-ONE-ITEM THRU 2150-EXIT
               UNTIL WS-END-OF-LOAN-ITEMS.
       2100-EXIT.
           EXIT.

       2110-CLEAR-ONE-MONTH.
           ADD 1 TO WS-PERIOD-SERIAL
           DIVIDE WS-PERIOD-SERIAL BY 12
               GIVING WS-DUE-YEAR REMAINDER WS-NEXT-MONTH
           ADD 1 TO WS-NEXT-MONTH
           COMPUTE WS-PM-PERIOD (WS-MX) =
               WS-DUE-YEAR * 100 + WS-NEXT-MONTH
           MOVE ZERO TO WS-PM-BILLS (WS-MX)
           MOVE ZERO TO WS-PM-BALANCE (WS-MX)
           ADD 1 TO WS-MX.
       2110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-PROJECT-ONE-ITEM - every bill of one active item
      * that falls due inside the year ahead.  An item with no
      * sensible frequency is taken as yearly.
      *-----------------------------------------------------------*
       2150-PROJECT-ONE-ITEM.
           READ ESCROW-DISBURSEMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-LOAN-ITEMS TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF ESD-ACCOUNT-ID NOT = LNM-ACCOUNT-ID
               SET WS-END-OF-LOAN-ITEMS TO TRUE
               GO TO 2150-EXIT
           END-IF
           IF NOT ESD-ACTIVE
               GO TO 2150-EXIT
           END-IF
           IF ESD-VALID-FREQUENCY
               MOVE ESD-FREQUENCY-MONTHS TO WS-ROLL-MONTHS
           ELSE
               MOVE 12 TO WS-ROLL-MONTHS
           END-IF
           MOVE ESD-NEXT-DUE-DATE TO WS-DUE-DATE
           MOVE 'N' TO WS-PROJECT-DONE-SW
           PERFORM 2200-PROJECT-ONE-BILL THRU 2200-EXIT
               UNTIL WS-PROJECTION-DONE.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-PROJECT-ONE-BILL - place the bill due on WS-DUE-DATE
      * in its month, then roll on to the next one.  A bill
      * already due falls in the first month.
      *-----------------------------------------------------------*
       2200-PROJECT-ONE-BILL.
           COMPUTE WS-MONTH-OFFSET =
               (WS-DUE-YEAR * 12 + WS-DUE-MONTH)
             - (WS-TODAY-YEAR * 12 + WS-TODAY-MONTH)
           IF WS-MONTH-OFFSET > 12
               SET WS-PROJECTION-DONE TO TRUE
               GO TO 2200-EXIT
           END-IF
           IF WS-MONTH-OFFSET < 1
               MOVE 1 TO WS-MONTH-OFFSET
           END-IF
           MOVE WS-MONTH-OFFSET TO WS-MX
           ADD ESD-AMOUNT TO WS-PM-BILLS (WS-MX)
           ADD ESD-AMOUNT TO WS-ANNUAL-BILLS
           COMPUTE WS-NEXT-MONTH = WS-DUE-MONTH + WS-ROLL-MONTHS
           IF WS-NEXT-MONTH > 12
               SUBTRACT 12 FROM WS-NEXT-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           MOVE WS-NEXT-MONTH TO WS-DUE-MONTH.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-FIND-LOW-POINT - run the escrow balance through the
      * year at the base monthly amount and keep its lowest
      * month-end figure.
      *-----------------------------------------------------------*
       2300-FIND-LOW-POINT.
           COMPUTE WS-BASE-MONTHLY ROUNDED = WS-ANNUAL-BILLS / 12
           COMPUTE WS-CUSHION ROUNDED = WS-ANNUAL-BILLS / 6
           MOVE LNM-ESCROW-BALANCE TO WS-RUN-BALANCE
           MOVE LNM-ESCROW-BALANCE TO WS-LOW-POINT
           MOVE 1 TO WS-MX
           PERFORM 2350-RUN-ONE-MONTH THRU 2350-EXIT
               UNTIL WS-MX > 12.
       2300-EXIT.
           EXIT.

       2350-RUN-ONE-MONTH.
           ADD WS-BASE-MONTHLY TO WS-RUN-BALANCE
           SUBTRACT WS-PM-BILLS (WS-MX) FROM WS-RUN-BALANCE
           MOVE WS-RUN-BALANCE TO WS-PM-BALANCE (WS-MX)
           IF WS-RUN-BALANCE < WS-LOW-POINT
               MOVE WS-RUN-BALANCE TO WS-LOW-POINT
           END-IF
           ADD 1 TO WS-MX.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-SET-NEW-MONTHLY - a low point under the cushion is a
      * shortage, spread over the year ahead; over it, a surplus,
      * refunded at the threshold or credited below it.
      *-----------------------------------------------------------*
       2500-SET-NEW-MONTHLY.
           MOVE ZERO TO WS-SHORTAGE
           MOVE ZERO TO WS-SURPLUS
           MOVE ZERO TO WS-REFUND
           MOVE WS-BASE-MONTHLY TO WS-NEW-MONTHLY
           MOVE 'NO CHANGE' TO WS-ACTION
           IF WS-LOW-POINT < WS-CUSHION
               COMPUTE WS-SHORTAGE = WS-CUSHION - WS-LOW-POINT
               COMPUTE WS-NEW-MONTHLY ROUNDED =
                   WS-BASE-MONTHLY + WS-SHORTAGE / 12
               MOVE 'SHORTAGE' TO WS-ACTION
               ADD 1 TO WS-SHORTAGE-COUNT
           END-IF
           IF WS-LOW-POINT > WS-CUSHION
               COMPUTE WS-SURPLUS = WS-LOW-POINT - WS-CUSHION
               IF WS-SURPLUS NOT < WS-REFUND-THRESHOLD
                   MOVE WS-SURPLUS TO WS-REFUND
                   MOVE 'SURPLUS REFUND' TO WS-ACTION
               ELSE
                   COMPUTE WS-NEW-MONTHLY ROUNDED =
                       WS-BASE-MONTHLY - WS-SURPLUS / 12
                   IF WS-NEW-MONTHLY < ZERO
                       MOVE ZERO TO WS-NEW-MONTHLY
                   END-IF
                   MOVE 'SURPLUS CREDIT' TO WS-ACTION
               END-IF
               ADD 1 TO WS-SURPLUS-COUNT
           END-IF
           MOVE LNM-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE LNM-ESCROW-BALANCE TO WS-DL-BALANCE
           MOVE WS-LOW-POINT TO WS-DL-LOW-POINT
           MOVE WS-CUSHION TO WS-DL-CUSHION
           MOVE WS-OLD-MONTHLY TO WS-DL-OLD-MONTHLY
           MOVE WS-NEW-MONTHLY TO WS-DL-NEW-MONTHLY
           IF WS-SHORTAGE > ZERO
               COMPUTE WS-DL-DIFFERENCE = ZERO - WS-SHORTAGE
           ELSE
               MOVE WS-SURPLUS TO WS-DL-DIFFERENCE
           END-IF
           IF WS-NEW-MONTHLY > 99999.99
               MOVE 'HELD - TOO BIG' TO WS-ACTION
               ADD 1 TO WS-LOANS-HELD
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-ACTION TO WS-DL-ACTION
           WRITE ANALYSIS-REPORT-LINE FROM WS-DETAIL-LINE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-REFUND-SURPLUS - the surplus goes back to the
      * borrower on the escrow payment file and comes off the
      * escrow balance.
      *-----------------------------------------------------------*
       2600-REFUND-SURPLUS.
           SUBTRACT WS-REFUND FROM LNM-ESCROW-BALANCE
           MOVE LNM-ACCOUNT-ID TO ESP-ACCOUNT-ID
           MOVE ZERO TO ESP-ITEM-NO
           SET ESP-SURPLUS-REFUND TO TRUE
           MOVE 'BORROWER - ESCROW SURPLUS' TO ESP-PAYEE-NAME
           MOVE SPACES TO ESP-PAYEE-REFERENCE
           MOVE WS-REFUND TO ESP-AMOUNT
           MOVE WS-TODAY-DATE TO ESP-DUE-DATE
           MOVE WS-TODAY-DATE TO ESP-PAID-DATE
           MOVE LNM-ESCROW-BALANCE TO ESP-ESCROW-BALANCE-AFTER
           WRITE ESCROW-PAYMENT-RECORD
           ADD 1 TO WS-REFUND-COUNT
           ADD WS-REFUND TO WS-REFUND-TOTAL.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SEND-STATEMENT - the borrower's analysis statement:
      * the year's projected bills and balances, the cushion and
      * low point, the shortage or surplus and what is done with
      * it, and the new monthly escrow amount.
      *-----------------------------------------------------------*
       3000-SEND-STATEMENT.
           IF NOT WS-ADDRESS-OPEN
               ADD 1 TO WS-STATEMENTS-MISSED
               GO TO 3000-EXIT
           END-IF
           PERFORM 3600-FIND-PRIMARY-HOLDER THRU 3600-EXIT
           IF WS-HOLDER-CUSTOMER-ID = ZERO
               ADD 1 TO WS-STATEMENTS-MISSED
               GO TO 3000-EXIT
           END-IF
           MOVE WS-HOLDER-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-STATEMENTS-MISSED
                   GO TO 3000-EXIT
           END-READ
           MOVE SPACES TO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           MOVE CUM-NAME TO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           MOVE CUM-ADDR-LINE-1 TO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           IF CUM-ADDR-LINE-2 NOT = SPACES
               MOVE CUM-ADDR-LINE-2 TO WS-LETTER-TEXT
               WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CUM-CITY ' ' CUM-STATE ' ' CUM-ZIP
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'ANNUAL ESCROW ANALYSIS - LOAN ' LNM-ACCOUNT-ID
               '  AS OF ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           MOVE WS-ANNUAL-BILLS TO WS-ED-AMOUNT
           STRING 'TAXES AND INSURANCE DUE IN THE NEXT 12 MONTHS '
               WS-ED-AMOUNT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING '  MONTH        PAYMENTS OUT  PROJECTED BALANCE'
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           MOVE 1 TO WS-MX
           PERFORM 3100-WRITE-ONE-MONTH THRU 3100-EXIT
               UNTIL WS-MX > 12
           MOVE SPACES TO WS-LETTER-TEXT
           MOVE WS-CUSHION TO WS-ED-AMOUNT
           MOVE WS-LOW-POINT TO WS-ED-AMOUNT-2
           STRING 'REQUIRED CUSHION ' WS-ED-AMOUNT
               '   LOWEST BALANCE ' WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           EVALUATE WS-ACTION
               WHEN 'SHORTAGE'
                   MOVE WS-SHORTAGE TO WS-ED-AMOUNT
                   STRING 'ESCROW SHORTAGE ' WS-ED-AMOUNT
                       ' - SPREAD OVER THE NEXT 12 PAYMENTS.'
                       DELIMITED BY SIZE INTO WS-LETTER-TEXT
               WHEN 'SURPLUS REFUND'
                   MOVE WS-REFUND TO WS-ED-AMOUNT
                   STRING 'ESCROW SURPLUS ' WS-ED-AMOUNT
                       ' - A REFUND CHECK WILL BE MAILED.'
                       DELIMITED BY SIZE INTO WS-LETTER-TEXT
               WHEN 'SURPLUS CREDIT'
                   MOVE WS-SURPLUS TO WS-ED-AMOUNT
                   STRING 'ESCROW SURPLUS ' WS-ED-AMOUNT
                       ' - CREDITED OVER THE NEXT 12 PAYMENTS.'
                       DELIMITED BY SIZE INTO WS-LETTER-TEXT
               WHEN OTHER
                   STRING 'YOUR ESCROW ACCOUNT IS IN BALANCE.'
                       DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-EVALUATE
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           MOVE WS-OLD-MONTHLY TO WS-ED-AMOUNT
           MOVE WS-NEW-MONTHLY TO WS-ED-AMOUNT-2
           STRING 'MONTHLY ESCROW WAS ' WS-ED-AMOUNT
               '   NEW MONTHLY ESCROW ' WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           ADD 1 TO WS-STATEMENT-COUNT.
       3000-EXIT.
           EXIT.

       3100-WRITE-ONE-MONTH.
           MOVE SPACES TO WS-LETTER-TEXT
           MOVE WS-PM-BILLS (WS-MX) TO WS-ED-AMOUNT
           MOVE WS-PM-BALANCE (WS-MX) TO WS-ED-AMOUNT-2
           STRING '  ' WS-PM-PERIOD (WS-MX) ' ' WS-ED-AMOUNT
               '      ' WS-ED-AMOUNT-2
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE STATEMENT-LINE FROM WS-LETTER-TEXT
           ADD 1 TO WS-MX.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-FIND-PRIMARY-HOLDER - who the statement goes to, off
      * the customer-account links.  The first primary holder
      * wins.
      *-----------------------------------------------------------*
       3600-FIND-PRIMARY-HOLDER.
           MOVE ZERO TO WS-HOLDER-CUSTOMER-ID
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE ZERO TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 3650-TEST-ONE-LINK THRU 3650-EXIT
               UNTIL WS-END-OF-LINKS
               OR WS-HOLDER-CUSTOMER-ID NOT = ZERO.
       3600-EXIT.
           EXIT.

       3650-TEST-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
               NOT AT END
                   IF CAR-ACCOUNT-ID = LNM-ACCOUNT-ID
                       AND CAR-ROLE-PRIMARY
                       MOVE CAR-CUSTOMER-ID
                           TO WS-HOLDER-CUSTOMER-ID
                   END-IF
           END-READ.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-OK
               GO TO 9000-EXIT
           END-IF
           MOVE WS-REFUND-COUNT TO WS-TL-REFUNDS
           MOVE WS-REFUND-TOTAL TO WS-TL-AMOUNT
           WRITE ANALYSIS-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-STATEMENTS-MISSED > ZERO
               DISPLAY 'ESCROW STATEMENTS NOT ADDRESSED: '
                   WS-STATEMENTS-MISSED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'ESCROW LOANS ANALYSED:  ' WS-LOANS-ANALYSED
           DISPLAY 'SHORTAGES:              ' WS-SHORTAGE-COUNT
           DISPLAY 'SURPLUSES:              ' WS-SURPLUS-COUNT
           DISPLAY 'SURPLUSES REFUNDED:     ' WS-REFUND-COUNT
           DISPLAY 'AMOUNT REFUNDED:        ' WS-REFUND-TOTAL
           DISPLAY 'LOANS HELD:             ' WS-LOANS-HELD
           DISPLAY 'STATEMENTS WRITTEN:     ' WS-STATEMENT-COUNT
           CLOSE LOAN-MASTER
           IF WS-ITEMS-OPEN
               CLOSE ESCROW-DISBURSEMENT-FILE
           END-IF
           IF WS-ADDRESS-OPEN
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
           END-IF
           CLOSE ESCROW-PAYMENT-FILE
           CLOSE ANALYSIS-REPORT
           CLOSE STATEMENT-FILE.
       9000-EXIT.
           EXIT.
