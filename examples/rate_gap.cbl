      *-----------------------------------------------------------*
      * PROGRAM:      ALMGAP
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Month-end interest-rate sensitivity and maturity ladder
      * (ALMGAP.OUT).  Every open balance on the account master
      * is placed in one of six time buckets by when it matures
      * or reprices - overnight, 1-3 months, 3-6 months, 6-12
      * months, 1-5 years and over 5 years - and the assets are
      * set against the liabilities, bucket by bucket, with the
      * gap and the cumulative gap.
      *
      * Assets:
      *   - loans, by the unpaid principal installments on the
      *     amortization schedule (LOANSCHD), each in the bucket
      *     of its due date, up to the principal balance on the
      *     loan master; anything the schedule does not cover
      *     falls with the last installment;
      *   - drawn credit lines;
      *   - overdrawn deposit accounts, overnight.
      * Liabilities:
      *   - term deposits, in the bucket of their TERMDEP
      *     maturity date;
      *   - deposits tied to a rate index, overnight;
      *   - all other deposits (non-maturity deposits).
      *
      * A loan, line or deposit tied to a rate index through
      * ACCT-RATE-INDEX reprices when the index moves, so its
      * whole balance is overnight whatever its maturity.  Lines
      * and deposits with neither a maturity nor an index are
      * spread by the placement assumption for their category on
      * the ALMPARM cards (ALMPARM.CPY); a category with no card
      * is placed overnight.
      *
      * Below the ladder the change in net interest income over
      * the next twelve months is shown for each rate shock on
      * the ALMPARM cards (default +200 and -200 basis points):
      * the gap in each bucket inside a year, times the shock,
      * times the part of the year left after the bucket's
      * midpoint, when it is taken to reprice.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALMGAP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT AMORT-SCHEDULE ASSIGN TO "LOANSCHD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AMS-KEY
               FILE STATUS IS WS-SCHED-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-ACCOUNT-ID
               FILE STATUS IS WS-TERM-FILE-STATUS.
           SELECT ALM-PARM ASSIGN TO "ALMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT GAP-REPORT ASSIGN TO "ALMGAP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  AMORT-SCHEDULE.
       COPY "loansched.cpy".

       FD  TERM-DEPOSIT-FILE.
       COPY "termdep.cpy".

       FD  ALM-PARM.
       COPY "almparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  GAP-REPORT.
       01  GAP-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LM-OK                       VALUE '00'.
           88  WS-LM-NOT-FOUND                VALUE '35'.
       01  WS-SCHED-STATUS          PIC X(02).
           88  WS-SC-OK                       VALUE '00'.
           88  WS-SC-NOT-FOUND                VALUE '35'.
       01  WS-TERM-FILE-STATUS      PIC X(02).
           88  WS-TDF-OK                      VALUE '00'.
           88  WS-TDF-NOT-FOUND               VALUE '35'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-LOANS-SW              PIC X(01) VALUE 'N'.
           88  WS-LOANS-PRESENT               VALUE 'Y'.
       01  WS-TERMDEP-SW            PIC X(01) VALUE 'N'.
           88  WS-TERMDEP-PRESENT             VALUE 'Y'.
       01  WS-PARM-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-PARMS                VALUE 'Y'.
       01  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-ACCOUNTS             VALUE 'Y'.
       01  WS-SCHED-EOF-SW          PIC X(01).
           88  WS-END-OF-SCHEDULE             VALUE 'Y'.
       01  WS-ASM-FOUND-SW          PIC X(01).
           88  WS-ASM-FOUND                   VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
      *
      * Ladder lines.  1-3 are assets, 4-6 liabilities; the
      * seventh amount in each line is the line's total.
      *
       01  WS-LINE-LOANS            PIC 9(01) VALUE 1.
       01  WS-LINE-CREDIT-LINES     PIC 9(01) VALUE 2.
       01  WS-LINE-OVERDRAWN        PIC 9(01) VALUE 3.
       01  WS-LINE-TERM-DEPOSITS    PIC 9(01) VALUE 4.
       01  WS-LINE-INDEXED          PIC 9(01) VALUE 5.
       01  WS-LINE-NON-MATURITY     PIC 9(01) VALUE 6.
       01  WS-LADDER.
           05  WS-LAD-LINE          OCCURS 6 TIMES.
               10  WS-LAD-AMOUNT    PIC S9(11)V9(02)
                                    OCCURS 7 TIMES.
       01  WS-TOTAL-ASSETS.
           05  WS-TA-AMOUNT         PIC S9(11)V9(02)
                                    OCCURS 7 TIMES.
       01  WS-TOTAL-LIABILITIES.
           05  WS-TL-AMOUNT         PIC S9(11)V9(02)
                                    OCCURS 7 TIMES.
       01  WS-GAP.
           05  WS-GAP-AMOUNT        PIC S9(11)V9(02)
                                    OCCURS 7 TIMES.
       01  WS-CUMULATIVE-GAP.
           05  WS-CUM-AMOUNT        PIC S9(11)V9(02)
                                    OCCURS 7 TIMES.
       01  WS-ROW-AMOUNTS.
           05  WS-ROW-AMOUNT        PIC S9(11)V9(02)
                                    OCCURS 7 TIMES.
       01  WS-LINE-NAMES.
           05  FILLER               PIC X(20) VALUE
               '  LOANS'.
           05  FILLER               PIC X(20) VALUE
               '  CREDIT LINES'.
           05  FILLER               PIC X(20) VALUE
               '  OVERDRAWN ACCOUNTS'.
           05  FILLER               PIC X(20) VALUE
               '  TERM DEPOSITS'.
           05  FILLER               PIC X(20) VALUE
               '  INDEXED DEPOSITS'.
           05  FILLER               PIC X(20) VALUE
               '  NON-MATURITY DEPS'.
       01  WS-LINE-NAME-TABLE REDEFINES WS-LINE-NAMES.
           05  WS-LINE-NAME         PIC X(20) OCCURS 6 TIMES.
      *
      * Share of the year left after each bucket's midpoint -
      * overnight, 1-3 months (midpoint 2 months), 3-6 months
      * (4.5 months) and 6-12 months (9 months).  Buckets past
      * a year do not reprice inside the twelve months.
      *
       01  WS-NII-FACTORS.
           05  FILLER               PIC 9V9(04) VALUE 1.0000.
           05  FILLER               PIC 9V9(04) VALUE 0.8333.
           05  FILLER               PIC 9V9(04) VALUE 0.6250.
           05  FILLER               PIC 9V9(04) VALUE 0.2500.
       01  WS-NII-FACTOR-TABLE REDEFINES WS-NII-FACTORS.
           05  WS-NII-FACTOR        PIC 9V9(04) OCCURS 4 TIMES.
       01  WS-ASSUMPTION-TABLE.
           05  WS-ASM-ENTRY         OCCURS 10 TIMES.
               10  WS-ASM-CATEGORY  PIC X(02).
               10  WS-ASM-PCT       PIC 9(03)V9(02)
                                    OCCURS 6 TIMES.
       01  WS-FIND-CATEGORY         PIC X(02).
       01  WS-ASM-COUNT             PIC 9(02) VALUE ZERO.
       01  WS-ASM-SUB               PIC 9(02).
       01  WS-SHOCK-TABLE.
           05  WS-SHOCK-BP          PIC S9(04) OCCURS 4 TIMES.
       01  WS-SHOCK-COUNT           PIC 9(01) VALUE ZERO.
       01  WS-SHOCK-SUB             PIC 9(01).
       01  WS-LINE-SUB              PIC 9(01).
       01  WS-BKT-SUB               PIC 9(01).
       01  WS-PCT-TOTAL             PIC 9(04)V9(02).
       01  WS-PLACE-LINE            PIC 9(01).
       01  WS-PLACE-BUCKET          PIC 9(01).
       01  WS-LAST-BUCKET           PIC 9(01).
       01  WS-PLACE-DATE            PIC 9(08).
       01  WS-PLACE-AMOUNT          PIC S9(09)V9(02).
       01  WS-PLACE-TOTAL           PIC S9(09)V9(02).
       01  WS-REMAINING             PIC S9(09)V9(02).
       01  WS-DAYS-OUT              PIC S9(07).
       01  WS-NII-CHANGE            PIC S9(11)V9(02).
       01  WS-ACCOUNT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-PLACED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-UNPLACED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-CARD-REJECT-COUNT     PIC 9(03) VALUE ZERO.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(53) VALUE
               'INTEREST-RATE SENSITIVITY AND MATURITY LADDER AS OF '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE
               '     OVERNIGHT'.
           05  FILLER               PIC X(14) VALUE
               '    1-3 MONTHS'.
           05  FILLER               PIC X(14) VALUE
               '    3-6 MONTHS'.
           05  FILLER               PIC X(14) VALUE
               '   6-12 MONTHS'.
           05  FILLER               PIC X(14) VALUE
               '     1-5 YEARS'.
           05  FILLER               PIC X(14) VALUE
               '  OVER 5 YEARS'.
           05  FILLER               PIC X(14) VALUE
               '         TOTAL'.
       01  WS-LADDER-LINE.
           05  WS-LL-LABEL          PIC X(20).
           05  WS-LL-COLUMN         OCCURS 7 TIMES.
               10  FILLER           PIC X(02).
               10  WS-LL-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.
       01  WS-PCT-LINE.
           05  FILLER               PIC X(10) VALUE
               '  ASSUMED '.
           05  WS-PL-CATEGORY       PIC X(02).
           05  FILLER               PIC X(08) VALUE SPACES.
           05  WS-PL-COLUMN         OCCURS 6 TIMES.
               10  FILLER           PIC X(07).
               10  WS-PL-PCT        PIC ZZ9.99.
               10  FILLER           PIC X(01).
       01  WS-SHOCK-HEADER.
           05  FILLER               PIC X(50) VALUE
               'CHANGE IN NET INTEREST INCOME OVER NEXT 12 MONTHS'.
       01  WS-SHOCK-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL-BP             PIC +ZZZ9.
           05  FILLER               PIC X(13) VALUE
               ' BP SHOCK    '.
           05  WS-SL-CHANGE         PIC -ZZZ,ZZZ,ZZ9.99.
       01  WS-TEXT-LINE             PIC X(132).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-PLACE-ONE-ACCOUNT THRU 2000-EXIT
                   UNTIL WS-END-OF-ACCOUNTS
               PERFORM 6000-COMPUTE-GAPS THRU 6000-EXIT
               PERFORM 7000-WRITE-LADDER THRU 7000-EXIT
               PERFORM 7500-WRITE-RATE-SHOCKS THRU 7500-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the loan and term-deposit files are
      * optional; with none on file there is nothing to place
      * from them.  The ALMPARM cards are optional too.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           INITIALIZE WS-LADDER
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT GAP-REPORT
           IF NOT WS-AF-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN RATE GAP FILES, STATUS '
                   WS-ACCT-FILE-STATUS ' ' WS-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-OPEN-LOAN-FILES THRU 1400-EXIT
           PERFORM 1460-OPEN-TERM-FILE THRU 1460-EXIT
           IF RETURN-CODE = 16
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           PERFORM 1100-LOAD-PARMS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-PARMS - placement assumptions and rate shocks.
      * A card in error is reported and left out (RC 8); the
      * balances it would have placed go overnight.
      *-----------------------------------------------------------*
       1100-LOAD-PARMS.
           OPEN INPUT ALM-PARM
           IF WS-PM-OK
               PERFORM 1150-READ-ONE-PARM THRU 1150-EXIT
                   UNTIL WS-END-OF-PARMS
               CLOSE ALM-PARM
           END-IF
           IF WS-SHOCK-COUNT = ZERO
               MOVE 2 TO WS-SHOCK-COUNT
               MOVE +200 TO WS-SHOCK-BP(1)
               MOVE -200 TO WS-SHOCK-BP(2)
           END-IF.
       1100-EXIT.
           EXIT.

       1150-READ-ONE-PARM.
           READ ALM-PARM
               AT END
                   SET WS-END-OF-PARMS TO TRUE
                   GO TO 1150-EXIT
           END-READ
           EVALUATE TRUE
               WHEN ALP-ASSUMPTION-CARD
                   PERFORM 1200-LOAD-ASSUMPTION THRU 1200-EXIT
               WHEN ALP-SHOCK-CARD
                   PERFORM 1250-LOAD-SHOCKS THRU 1250-EXIT
               WHEN OTHER
                   PERFORM 1290-REJECT-CARD THRU 1290-EXIT
           END-EVALUATE.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-LOAD-ASSUMPTION - the six percentages must be
      * numeric and add to 100.  A second card for the same
      * category replaces the first.
      *-----------------------------------------------------------*
       1200-LOAD-ASSUMPTION.
           IF ALP-CATEGORY = SPACES
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE ZERO TO WS-PCT-TOTAL
           MOVE ZERO TO WS-BKT-SUB
           PERFORM 1210-ADD-ONE-PCT THRU 1210-EXIT
               UNTIL WS-BKT-SUB = 6
           IF WS-PCT-TOTAL NOT = 100
               PERFORM 1290-REJECT-CARD THRU 1290-EXIT
               GO TO 1200-EXIT
           END-IF
           MOVE ALP-CATEGORY TO WS-FIND-CATEGORY
           PERFORM 5250-FIND-ASSUMPTION THRU 5250-EXIT
           IF NOT WS-ASM-FOUND
               IF WS-ASM-COUNT = 10
                   PERFORM 1290-REJECT-CARD THRU 1290-EXIT
                   GO TO 1200-EXIT
               END-IF
               ADD 1 TO WS-ASM-COUNT
               MOVE WS-ASM-COUNT TO WS-ASM-SUB
           END-IF
           MOVE ALP-ASSUMPTION-BODY TO WS-ASM-ENTRY(WS-ASM-SUB).
       1200-EXIT.
           EXIT.

       1210-ADD-ONE-PCT.
           ADD 1 TO WS-BKT-SUB
           IF ALP-BUCKET-PCT(WS-BKT-SUB) NUMERIC
               ADD ALP-BUCKET-PCT(WS-BKT-SUB) TO WS-PCT-TOTAL
           ELSE
               MOVE 999 TO WS-PCT-TOTAL
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-LOAD-SHOCKS - the last S card read stands.
      *-----------------------------------------------------------*
       1250-LOAD-SHOCKS.
           MOVE ZERO TO WS-SHOCK-COUNT
           MOVE ZERO TO WS-SHOCK-SUB
           PERFORM 1260-LOAD-ONE-SHOCK THRU 1260-EXIT
               UNTIL WS-SHOCK-SUB = 4.
       1250-EXIT.
           EXIT.

       1260-LOAD-ONE-SHOCK.
           ADD 1 TO WS-SHOCK-SUB
           IF ALP-SHOCK-BP(WS-SHOCK-SUB) NUMERIC
               AND ALP-SHOCK-BP(WS-SHOCK-SUB) NOT = ZERO
               ADD 1 TO WS-SHOCK-COUNT
               MOVE ALP-SHOCK-BP(WS-SHOCK-SUB)
                   TO WS-SHOCK-BP(WS-SHOCK-COUNT)
           END-IF.
       1260-EXIT.
           EXIT.

       1290-REJECT-CARD.
           ADD 1 TO WS-CARD-REJECT-COUNT
           DISPLAY 'ALMPARM CARD REJECTED: ' ALM-PARM-RECORD
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       1290-EXIT.
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
      * 1400-OPEN-LOAN-FILES - the loan master and schedule are
      * used together; missing files mean no loans are booked.
      *-----------------------------------------------------------*
       1400-OPEN-LOAN-FILES.
           OPEN INPUT LOAN-MASTER
           IF NOT WS-LM-OK
               IF NOT WS-LM-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN LOAN MASTER, STATUS '
                       WS-LOAN-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO 1400-EXIT
           END-IF
           OPEN INPUT AMORT-SCHEDULE
           IF NOT WS-SC-OK
               CLOSE LOAN-MASTER
               IF NOT WS-SC-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN LOAN SCHEDULE, STATUS '
                       WS-SCHED-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               GO TO 1400-EXIT
           END-IF
           SET WS-LOANS-PRESENT TO TRUE.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1460-OPEN-TERM-FILE
      *-----------------------------------------------------------*
       1460-OPEN-TERM-FILE.
           OPEN INPUT TERM-DEPOSIT-FILE
           IF WS-TDF-OK
               SET WS-TERMDEP-PRESENT TO TRUE
           ELSE
               IF NOT WS-TDF-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN TERM-DEPOSIT FILE, '
                       'STATUS ' WS-TERM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
       1460-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PLACE-ONE-ACCOUNT - closed and charged-off accounts
      * carry no balance worth placing.  A loan's balance comes
      * from the loan master; every other account's from its
      * ledger balance, an asset when overdrawn or drawn.
      *-----------------------------------------------------------*
       2000-PLACE-ONE-ACCOUNT.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-ACCOUNTS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-ACCOUNT-COUNT
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
               GO TO 2000-EXIT
           END-IF
           IF ACCT-CATEGORY-LOAN
               PERFORM 2100-PLACE-LOAN THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF
           IF ACCT-LEDGER-BALANCE = ZERO
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-PLACED-COUNT
           IF ACCT-LEDGER-BALANCE < ZERO
               COMPUTE WS-PLACE-AMOUNT = 0 - ACCT-LEDGER-BALANCE
               IF ACCT-CATEGORY-CREDIT-LINE
                   MOVE WS-LINE-CREDIT-LINES TO WS-PLACE-LINE
                   PERFORM 2400-PLACE-NON-MATURITY THRU 2400-EXIT
               ELSE
                   MOVE WS-LINE-OVERDRAWN TO WS-PLACE-LINE
                   MOVE 1 TO WS-PLACE-BUCKET
                   PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT
               END-IF
               GO TO 2000-EXIT
           END-IF
           MOVE ACCT-LEDGER-BALANCE TO WS-PLACE-AMOUNT
           IF ACCT-CATEGORY-TERM
               PERFORM 2300-PLACE-TERM-DEPOSIT THRU 2300-EXIT
           ELSE
               MOVE WS-LINE-NON-MATURITY TO WS-PLACE-LINE
               PERFORM 2400-PLACE-NON-MATURITY THRU 2400-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-PLACE-LOAN - an indexed loan reprices overnight.
      * Otherwise each unpaid installment's principal goes in
      * the bucket of its due date (past due is overnight) until
      * the principal balance is used up; what is left over, a
      * balance the schedule does not cover, goes with the last
      * installment.
      *-----------------------------------------------------------*
       2100-PLACE-LOAN.
           IF NOT WS-LOANS-PRESENT
               ADD 1 TO WS-UNPLACED-COUNT
               GO TO 2100-EXIT
           END-IF
           MOVE ACCT-ACCOUNT-ID TO LNM-ACCOUNT-ID
           READ LOAN-MASTER
               INVALID KEY
                   ADD 1 TO WS-UNPLACED-COUNT
                   DISPLAY 'LOAN NOT ON LOAN MASTER: '
                       ACCT-ACCOUNT-ID
                   GO TO 2100-EXIT
           END-READ
           IF NOT LNM-ACTIVE OR LNM-PRINCIPAL-BALANCE = ZERO
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PLACED-COUNT
           MOVE WS-LINE-LOANS TO WS-PLACE-LINE
           IF ACCT-RATE-INDEX NOT = SPACES
               MOVE LNM-PRINCIPAL-BALANCE TO WS-PLACE-AMOUNT
               MOVE 1 TO WS-PLACE-BUCKET
               PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT
               GO TO 2100-EXIT
           END-IF
           MOVE LNM-PRINCIPAL-BALANCE TO WS-REMAINING
           MOVE 1 TO WS-LAST-BUCKET
           MOVE 'N' TO WS-SCHED-EOF-SW
           MOVE LNM-ACCOUNT-ID TO AMS-ACCOUNT-ID
           MOVE ZERO TO AMS-PAYMENT-NO
           START AMORT-SCHEDULE KEY NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-END-OF-SCHEDULE TO TRUE
           END-START
           PERFORM 2150-PLACE-ONE-INSTALLMENT THRU 2150-EXIT
               UNTIL WS-END-OF-SCHEDULE OR WS-REMAINING = ZERO
           IF WS-REMAINING > ZERO
               MOVE WS-REMAINING TO WS-PLACE-AMOUNT
               MOVE WS-LAST-BUCKET TO WS-PLACE-BUCKET
               PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2150-PLACE-ONE-INSTALLMENT.
           READ AMORT-SCHEDULE NEXT RECORD
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF AMS-ACCOUNT-ID NOT = LNM-ACCOUNT-ID
               SET WS-END-OF-SCHEDULE TO TRUE
               GO TO 2150-EXIT
           END-IF
           IF NOT AMS-UNPAID
               GO TO 2150-EXIT
           END-IF
           MOVE AMS-DUE-DATE TO WS-PLACE-DATE
           PERFORM 5100-FIND-BUCKET THRU 5100-EXIT
           MOVE WS-PLACE-BUCKET TO WS-LAST-BUCKET
           IF AMS-PRINCIPAL-PART < WS-REMAINING
               MOVE AMS-PRINCIPAL-PART TO WS-PLACE-AMOUNT
           ELSE
               MOVE WS-REMAINING TO WS-PLACE-AMOUNT
           END-IF
           PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT
           SUBTRACT WS-PLACE-AMOUNT FROM WS-REMAINING.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-PLACE-TERM-DEPOSIT - an open deposit matures on its
      * TERMDEP maturity date (one already past, awaiting
      * disposition, is overnight).  A TD account with no open
      * deposit on file is placed like any non-maturity balance.
      *-----------------------------------------------------------*
       2300-PLACE-TERM-DEPOSIT.
           IF WS-TERMDEP-PRESENT
               MOVE ACCT-ACCOUNT-ID TO TDP-ACCOUNT-ID
               READ TERM-DEPOSIT-FILE
                   INVALID KEY
                       MOVE SPACE TO TDP-STATUS
               END-READ
               IF TDP-OPEN
                   MOVE WS-LINE-TERM-DEPOSITS TO WS-PLACE-LINE
                   MOVE TDP-MATURITY-DATE TO WS-PLACE-DATE
                   PERFORM 5100-FIND-BUCKET THRU 5100-EXIT
                   PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT
                   GO TO 2300-EXIT
               END-IF
           END-IF
           MOVE WS-LINE-NON-MATURITY TO WS-PLACE-LINE
           PERFORM 2400-PLACE-NON-MATURITY THRU 2400-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-PLACE-NON-MATURITY - a balance with no maturity of
      * its own.  Tied to an index it reprices overnight (an
      * indexed deposit has a line of its own); otherwise it is
      * spread by its category's placement assumption.
      *-----------------------------------------------------------*
       2400-PLACE-NON-MATURITY.
           IF ACCT-RATE-INDEX NOT = SPACES
               IF WS-PLACE-LINE = WS-LINE-NON-MATURITY
                   MOVE WS-LINE-INDEXED TO WS-PLACE-LINE
               END-IF
               MOVE 1 TO WS-PLACE-BUCKET
               PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT
           ELSE
               PERFORM 5200-PLACE-BY-ASSUMPTION THRU 5200-EXIT
           END-IF.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-PLACE-AMOUNT - add WS-PLACE-AMOUNT to the ladder
      * line and bucket, and to the line's total.
      *-----------------------------------------------------------*
       5000-PLACE-AMOUNT.
           ADD WS-PLACE-AMOUNT
               TO WS-LAD-AMOUNT(WS-PLACE-LINE, WS-PLACE-BUCKET)
           ADD WS-PLACE-AMOUNT TO WS-LAD-AMOUNT(WS-PLACE-LINE, 7).
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5100-FIND-BUCKET - the bucket for WS-PLACE-DATE, by days
      * from the business date: overnight is the next day; 3, 6
      * and 12 months are taken as 91, 182 and 365 days, and 5
      * years as 1826.
      *-----------------------------------------------------------*
       5100-FIND-BUCKET.
           MOVE 1 TO WS-PLACE-BUCKET
           IF WS-PLACE-DATE NOT NUMERIC
               OR WS-PLACE-DATE NOT > WS-TODAY-DATE
               GO TO 5100-EXIT
           END-IF
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-PLACE-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           EVALUATE TRUE
               WHEN WS-DAYS-OUT NOT > 1
                   MOVE 1 TO WS-PLACE-BUCKET
               WHEN WS-DAYS-OUT NOT > 91
                   MOVE 2 TO WS-PLACE-BUCKET
               WHEN WS-DAYS-OUT NOT > 182
                   MOVE 3 TO WS-PLACE-BUCKET
               WHEN WS-DAYS-OUT NOT > 365
                   MOVE 4 TO WS-PLACE-BUCKET
               WHEN WS-DAYS-OUT NOT > 1826
                   MOVE 5 TO WS-PLACE-BUCKET
               WHEN OTHER
                   MOVE 6 TO WS-PLACE-BUCKET
           END-EVALUATE.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-PLACE-BY-ASSUMPTION - spread WS-PLACE-AMOUNT over
      * the buckets by the category's percentages, rounding in
      * the first five and leaving the rest to the last so the
      * pieces add back to the balance.  No assumption for the
      * category puts it all overnight.
      *-----------------------------------------------------------*
       5200-PLACE-BY-ASSUMPTION.
           MOVE ACCT-CATEGORY TO WS-FIND-CATEGORY
           PERFORM 5250-FIND-ASSUMPTION THRU 5250-EXIT
           IF NOT WS-ASM-FOUND
               MOVE 1 TO WS-PLACE-BUCKET
               PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT
               GO TO 5200-EXIT
           END-IF
           MOVE WS-PLACE-AMOUNT TO WS-PLACE-TOTAL
           MOVE WS-PLACE-AMOUNT TO WS-REMAINING
           MOVE ZERO TO WS-BKT-SUB
           PERFORM 5260-PLACE-ONE-SHARE THRU 5260-EXIT
               UNTIL WS-BKT-SUB = 5
           MOVE WS-REMAINING TO WS-PLACE-AMOUNT
           MOVE 6 TO WS-PLACE-BUCKET
           PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT.
       5200-EXIT.
           EXIT.

       5250-FIND-ASSUMPTION.
           MOVE 'N' TO WS-ASM-FOUND-SW
           MOVE ZERO TO WS-ASM-SUB
           PERFORM 5255-TEST-ONE-ASSUMPTION THRU 5255-EXIT
               UNTIL WS-ASM-FOUND OR WS-ASM-SUB = WS-ASM-COUNT.
       5250-EXIT.
           EXIT.

       5255-TEST-ONE-ASSUMPTION.
           ADD 1 TO WS-ASM-SUB
           IF WS-ASM-CATEGORY(WS-ASM-SUB) = WS-FIND-CATEGORY
               SET WS-ASM-FOUND TO TRUE
           END-IF.
       5255-EXIT.
           EXIT.

       5260-PLACE-ONE-SHARE.
           ADD 1 TO WS-BKT-SUB
           COMPUTE WS-PLACE-AMOUNT ROUNDED =
               WS-PLACE-TOTAL * WS-ASM-PCT(WS-ASM-SUB, WS-BKT-SUB)
               / 100
           IF WS-PLACE-AMOUNT > WS-REMAINING
               MOVE WS-REMAINING TO WS-PLACE-AMOUNT
           END-IF
           MOVE WS-BKT-SUB TO WS-PLACE-BUCKET
           PERFORM 5000-PLACE-AMOUNT THRU 5000-EXIT
           SUBTRACT WS-PLACE-AMOUNT FROM WS-REMAINING.
       5260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-COMPUTE-GAPS - assets and liabilities by bucket,
      * the gap (assets less liabilities), and the gap
      * cumulated from overnight out.  The total column carries
      * the overall gap as its cumulative figure.
      *-----------------------------------------------------------*
       6000-COMPUTE-GAPS.
           INITIALIZE WS-CUMULATIVE-GAP
           MOVE ZERO TO WS-BKT-SUB
           PERFORM 6100-SUM-ONE-BUCKET THRU 6100-EXIT
               UNTIL WS-BKT-SUB = 7.
       6000-EXIT.
           EXIT.

       6100-SUM-ONE-BUCKET.
           ADD 1 TO WS-BKT-SUB
           COMPUTE WS-TA-AMOUNT(WS-BKT-SUB) =
               WS-LAD-AMOUNT(1, WS-BKT-SUB)
               + WS-LAD-AMOUNT(2, WS-BKT-SUB)
               + WS-LAD-AMOUNT(3, WS-BKT-SUB)
           COMPUTE WS-TL-AMOUNT(WS-BKT-SUB) =
               WS-LAD-AMOUNT(4, WS-BKT-SUB)
               + WS-LAD-AMOUNT(5, WS-BKT-SUB)
               + WS-LAD-AMOUNT(6, WS-BKT-SUB)
           COMPUTE WS-GAP-AMOUNT(WS-BKT-SUB) =
               WS-TA-AMOUNT(WS-BKT-SUB) - WS-TL-AMOUNT(WS-BKT-SUB)
           IF WS-BKT-SUB = 1 OR WS-BKT-SUB = 7
               MOVE WS-GAP-AMOUNT(WS-BKT-SUB)
                   TO WS-CUM-AMOUNT(WS-BKT-SUB)
           ELSE
               COMPUTE WS-CUM-AMOUNT(WS-BKT-SUB) =
                   WS-CUM-AMOUNT(WS-BKT-SUB - 1)
                   + WS-GAP-AMOUNT(WS-BKT-SUB)
           END-IF.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-WRITE-LADDER - the ladder itself, then the
      * placement assumptions it was built under.
      *-----------------------------------------------------------*
       7000-WRITE-LADDER.
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE GAP-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE 'ASSETS' TO WS-TEXT-LINE
           WRITE GAP-REPORT-LINE FROM WS-TEXT-LINE
           MOVE ZERO TO WS-LINE-SUB
           PERFORM 7050-WRITE-ONE-LINE THRU 7050-EXIT
               UNTIL WS-LINE-SUB = 3
           MOVE WS-TOTAL-ASSETS TO WS-ROW-AMOUNTS
           MOVE 'TOTAL ASSETS' TO WS-LL-LABEL
           PERFORM 7100-WRITE-ROW THRU 7100-EXIT
           MOVE 'LIABILITIES' TO WS-TEXT-LINE
           WRITE GAP-REPORT-LINE FROM WS-TEXT-LINE
           PERFORM 7050-WRITE-ONE-LINE THRU 7050-EXIT
               UNTIL WS-LINE-SUB = 6
           MOVE WS-TOTAL-LIABILITIES TO WS-ROW-AMOUNTS
           MOVE 'TOTAL LIABILITIES' TO WS-LL-LABEL
           PERFORM 7100-WRITE-ROW THRU 7100-EXIT
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE WS-GAP TO WS-ROW-AMOUNTS
           MOVE 'GAP' TO WS-LL-LABEL
           PERFORM 7100-WRITE-ROW THRU 7100-EXIT
           MOVE WS-CUMULATIVE-GAP TO WS-ROW-AMOUNTS
           MOVE 'CUMULATIVE GAP' TO WS-LL-LABEL
           PERFORM 7100-WRITE-ROW THRU 7100-EXIT
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           MOVE 'PLACEMENT ASSUMPTIONS (PERCENT)' TO WS-TEXT-LINE
           WRITE GAP-REPORT-LINE FROM WS-TEXT-LINE
           IF WS-ASM-COUNT = ZERO
               MOVE '  NONE - ALL NON-MATURITY BALANCES OVERNIGHT'
                   TO WS-TEXT-LINE
               WRITE GAP-REPORT-LINE FROM WS-TEXT-LINE
           ELSE
               MOVE ZERO TO WS-ASM-SUB
               PERFORM 7200-WRITE-ONE-ASSUMPTION THRU 7200-EXIT
                   UNTIL WS-ASM-SUB = WS-ASM-COUNT
           END-IF.
       7000-EXIT.
           EXIT.

       7050-WRITE-ONE-LINE.
           ADD 1 TO WS-LINE-SUB
           MOVE WS-LAD-LINE(WS-LINE-SUB) TO WS-ROW-AMOUNTS
           MOVE WS-LINE-NAME(WS-LINE-SUB) TO WS-LL-LABEL
           PERFORM 7100-WRITE-ROW THRU 7100-EXIT.
       7050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-WRITE-ROW - WS-ROW-AMOUNTS under the label already
      * in WS-LL-LABEL, in whole currency units.
      *-----------------------------------------------------------*
       7100-WRITE-ROW.
           MOVE ZERO TO WS-BKT-SUB
           PERFORM 7150-EDIT-ONE-AMOUNT THRU 7150-EXIT
               UNTIL WS-BKT-SUB = 7
           WRITE GAP-REPORT-LINE FROM WS-LADDER-LINE.
       7100-EXIT.
           EXIT.

       7150-EDIT-ONE-AMOUNT.
           ADD 1 TO WS-BKT-SUB
           MOVE SPACES TO WS-LL-COLUMN(WS-BKT-SUB)
           COMPUTE WS-LL-AMOUNT(WS-BKT-SUB) ROUNDED =
               WS-ROW-AMOUNT(WS-BKT-SUB).
       7150-EXIT.
           EXIT.

       7200-WRITE-ONE-ASSUMPTION.
           ADD 1 TO WS-ASM-SUB
           MOVE WS-ASM-CATEGORY(WS-ASM-SUB) TO WS-PL-CATEGORY
           MOVE ZERO TO WS-BKT-SUB
           PERFORM 7250-EDIT-ONE-PCT THRU 7250-EXIT
               UNTIL WS-BKT-SUB = 6
           WRITE GAP-REPORT-LINE FROM WS-PCT-LINE.
       7200-EXIT.
           EXIT.

       7250-EDIT-ONE-PCT.
           ADD 1 TO WS-BKT-SUB
           MOVE SPACES TO WS-PL-COLUMN(WS-BKT-SUB)
           MOVE WS-ASM-PCT(WS-ASM-SUB, WS-BKT-SUB)
               TO WS-PL-PCT(WS-BKT-SUB).
       7250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-WRITE-RATE-SHOCKS - for each shock, the change in
      * net interest income over the coming twelve months:
      * the gap in each bucket inside a year times the shock
      * times the share of the year it reprices for.  A positive
      * gap (more assets repricing) gains from a rise.
      *-----------------------------------------------------------*
       7500-WRITE-RATE-SHOCKS.
           MOVE SPACES TO GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE
           WRITE GAP-REPORT-LINE FROM WS-SHOCK-HEADER
           MOVE ZERO TO WS-SHOCK-SUB
           PERFORM 7550-WRITE-ONE-SHOCK THRU 7550-EXIT
               UNTIL WS-SHOCK-SUB = WS-SHOCK-COUNT.
       7500-EXIT.
           EXIT.

       7550-WRITE-ONE-SHOCK.
           ADD 1 TO WS-SHOCK-SUB
           MOVE ZERO TO WS-NII-CHANGE
           MOVE ZERO TO WS-BKT-SUB
           PERFORM 7560-ADD-ONE-BUCKET THRU 7560-EXIT
               UNTIL WS-BKT-SUB = 4
           MOVE WS-SHOCK-BP(WS-SHOCK-SUB) TO WS-SL-BP
           MOVE WS-NII-CHANGE TO WS-SL-CHANGE
           WRITE GAP-REPORT-LINE FROM WS-SHOCK-LINE.
       7550-EXIT.
           EXIT.

       7560-ADD-ONE-BUCKET.
           ADD 1 TO WS-BKT-SUB
           COMPUTE WS-NII-CHANGE ROUNDED = WS-NII-CHANGE
               + WS-GAP-AMOUNT(WS-BKT-SUB)
               * WS-SHOCK-BP(WS-SHOCK-SUB) / 10000
               * WS-NII-FACTOR(WS-BKT-SUB).
       7560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'ACCOUNTS READ: ' WS-ACCOUNT-COUNT
           DISPLAY 'BALANCES PLACED: ' WS-PLACED-COUNT
           DISPLAY 'LOANS NOT PLACED: ' WS-UNPLACED-COUNT
           DISPLAY 'ALMPARM CARDS REJECTED: ' WS-CARD-REJECT-COUNT
           IF WS-UNPLACED-COUNT > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FILES-OPEN
               CLOSE ACCOUNT-MASTER
               CLOSE GAP-REPORT
               IF WS-LOANS-PRESENT
                   CLOSE LOAN-MASTER
                   CLOSE AMORT-SCHEDULE
               END-IF
               IF WS-TERMDEP-PRESENT
                   CLOSE TERM-DEPOSIT-FILE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
