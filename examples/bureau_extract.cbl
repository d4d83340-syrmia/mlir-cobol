      *-----------------------------------------------------------*
      * PROGRAM:      CRBXTR
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Month-end credit bureau extract.  Reports every loan's
      * performance for the month to the credit bureaus in the
      * fixed layout of CRBXTR.CPY (CRBXTR.OUT): a header naming
      * us as furnisher (CRBPARM card), one detail per loan, and
      * a trailer with the count and totals.
      *
      * Each detail joins the loan master, the amortization
      * schedule and the primary borrower (CUSTACCT link, then
      * CUSTMST) and carries the balance, the scheduled payment,
      * the amount past due - installments due before the
      * activity date still unpaid, less any receipt held
      * unapplied, plus late charges owed - and the loan's
      * status and payment rating: current or delinquent by the
      * days LOANPAY keeps, paid off, or charged off.  A charged-
      * off loan is reported at the amount written off less
      * recoveries, off the charge-off file.
      *
      * The month's rating is added to the 24-month history kept
      * on the loan master; a rerun for the same month replaces
      * it rather than adding another.  A loan paid off or
      * charged off is reported once with its final status and
      * then no more.  A loan whose primary borrower is missing,
      * or has no name or address on file, is left out and
      * listed on the rejects report (CRBREJ.OUT) for the branch
      * to correct before the next month.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRBXTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CHARGE-OFF-FILE ASSIGN TO "CHGOFF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHO-ACCOUNT-ID
               FILE STATUS IS WS-CHGOFF-STATUS.
           SELECT BUREAU-PARM ASSIGN TO "CRBPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT BUREAU-EXTRACT ASSIGN TO "CRBXTR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT REJECT-REPORT ASSIGN TO "CRBREJ.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  AMORT-SCHEDULE.
       COPY "loansched.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  CHARGE-OFF-FILE.
       COPY "chgoff.cpy".

       FD  BUREAU-PARM.
       COPY "crbparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  BUREAU-EXTRACT.
       COPY "crbxtr.cpy".

       FD  REJECT-REPORT.
       01  REJECT-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LM-OK                       VALUE '00'.
       01  WS-SCHED-STATUS          PIC X(02).
           88  WS-SC-OK                       VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-CHGOFF-STATUS         PIC X(02).
           88  WS-CO-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-EXTRACT-STATUS        PIC X(02).
           88  WS-XT-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-CHGOFF-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-CHGOFF-OPEN                 VALUE 'Y'.
       01  WS-LOAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOANS                VALUE 'Y'.
       01  WS-SCHED-EOF-SW          PIC X(01).
           88  WS-END-OF-SCHEDULE             VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-PRIMARY-SW            PIC X(01).
           88  WS-PRIMARY-FOUND               VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-PERIOD                PIC 9(06).
       01  WS-DAYS-DELINQUENT       PIC 9(04).
       01  WS-PAST-DUE              PIC S9(08)V9(02).
       01  WS-BALANCE               PIC S9(08)V9(02).
       01  WS-REJECT-REASON         PIC X(30).
       01  WS-HISTORY-HOLD          PIC X(24).
       01  WS-REPORTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-FINAL-SENT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-CURRENT-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-DELINQUENT-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-PAID-OFF-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-CHARGED-OFF-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-BALANCE-TOTAL         PIC 9(11)V9(02) VALUE ZERO.
       01  WS-PAST-DUE-TOTAL        PIC 9(11)V9(02) VALUE ZERO.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(33) VALUE
               'CREDIT BUREAU REJECTS FOR PERIOD '.
           05  WS-RH-PERIOD         PIC 9(06).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(28) VALUE
               '  ACCOUNT  CUSTOMER  REASON '.
       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-REASON         PIC X(30).
       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(30).
           05  WS-TOT-COUNT         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-WRITE-HEADER THRU 2000-EXIT
               PERFORM 3000-REPORT-ONE-LOAN THRU 3000-EXIT
                   UNTIL WS-END-OF-LOANS
               PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the parameter card is required; the
      * bureau refuses a file without our furnisher ID.  The
      * charge-off file is read only for charged-off loans.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           MOVE WS-TODAY-DATE(1:6) TO WS-PERIOD
           OPEN INPUT BUREAU-PARM
           IF NOT WS-PM-OK
               DISPLAY 'MISSING CREDIT BUREAU PARAMETER CARD'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           READ BUREAU-PARM
               AT END
                   MOVE SPACES TO CBP-FURNISHER-ID
           END-READ
           CLOSE BUREAU-PARM
           IF CBP-FURNISHER-ID = SPACES
               DISPLAY 'NO FURNISHER ID ON CREDIT BUREAU PARAMETER '
                   'CARD'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF CBP-REPORT-PERIOD NUMERIC
               AND CBP-REPORT-PERIOD NOT = ZERO
               MOVE CBP-REPORT-PERIOD TO WS-PERIOD
           END-IF
           OPEN I-O LOAN-MASTER
           OPEN INPUT AMORT-SCHEDULE
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN OUTPUT BUREAU-EXTRACT
           OPEN OUTPUT REJECT-REPORT
           IF NOT WS-LM-OK OR NOT WS-SC-OK OR NOT WS-CM-OK
               OR NOT WS-CA-OK OR NOT WS-XT-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN CREDIT BUREAU FILES, STATUS '
                   WS-LOAN-STATUS ' ' WS-SCHED-STATUS ' '
                   WS-CUSTOMER-FILE-STATUS ' ' WS-CUST-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT CHARGE-OFF-FILE
           IF WS-CO-OK
               SET WS-CHGOFF-OPEN TO TRUE
           END-IF
           MOVE WS-PERIOD TO WS-RH-PERIOD
           WRITE REJECT-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE REJECT-REPORT-LINE FROM WS-COLUMN-HEADER.
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
      * 2000-WRITE-HEADER
      *-----------------------------------------------------------*
       2000-WRITE-HEADER.
           MOVE SPACES TO BUREAU-EXTRACT-RECORD
           SET CRB-HEADER TO TRUE
           MOVE CBP-FURNISHER-ID TO CRB-HDR-FURN-ID
           MOVE CBP-FURNISHER-NAME TO CRB-HDR-FURN-NAME
           MOVE WS-PERIOD TO CRB-HDR-PERIOD
           MOVE WS-TODAY-DATE TO CRB-HDR-ACTIVITY-DT
           ACCEPT CRB-HDR-CREATED-DT FROM DATE YYYYMMDD
           WRITE BUREAU-EXTRACT-RECORD.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-REPORT-ONE-LOAN - a loan whose final status has gone
      * out in an earlier month is passed over.
      *-----------------------------------------------------------*
       3000-REPORT-ONE-LOAN.
           READ LOAN-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-LOANS TO TRUE
                   GO TO 3000-EXIT
           END-READ
           IF LNM-BUREAU-PERIOD NOT NUMERIC
               MOVE ZERO TO LNM-BUREAU-PERIOD
               MOVE ALL 'B' TO LNM-BUREAU-HISTORY
               MOVE 'N' TO LNM-BUREAU-FINAL-SW
           END-IF
           IF LNM-BUREAU-FINAL-SENT
               AND LNM-BUREAU-PERIOD < WS-PERIOD
               ADD 1 TO WS-FINAL-SENT-COUNT
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO BUREAU-EXTRACT-RECORD
           SET CRB-DETAIL TO TRUE
           PERFORM 3200-FIND-BORROWER THRU 3200-EXIT
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 3300-WRITE-REJECT THRU 3300-EXIT
               GO TO 3000-EXIT
           END-IF
           PERFORM 3400-DETERMINE-STANDING THRU 3400-EXIT
           PERFORM 3600-ADD-TO-HISTORY THRU 3600-EXIT
           MOVE LNM-ACCOUNT-ID TO CRB-ACCOUNT-ID
           MOVE LNM-ORIGINATION-DATE TO CRB-OPEN-DATE
           MOVE LNM-ORIG-PRINCIPAL TO CRB-ORIG-AMOUNT
           MOVE LNM-TERM-MONTHS TO CRB-TERM-MONTHS
           MOVE WS-BALANCE TO CRB-BALANCE
           MOVE WS-PAST-DUE TO CRB-PAST-DUE
           MOVE LNM-LAST-PAID-DATE TO CRB-LAST-PAID-DATE
           MOVE WS-DAYS-DELINQUENT TO CRB-DAYS-DELINQUENT
           MOVE LNM-BUREAU-HISTORY TO CRB-PAYMENT-HISTORY
           WRITE BUREAU-EXTRACT-RECORD
           ADD 1 TO WS-REPORTED-COUNT
           ADD WS-BALANCE TO WS-BALANCE-TOTAL
           ADD WS-PAST-DUE TO WS-PAST-DUE-TOTAL
           EVALUATE TRUE
               WHEN CRB-STATUS-CURRENT
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN CRB-STATUS-PAID-OFF
                   ADD 1 TO WS-PAID-OFF-COUNT
               WHEN CRB-STATUS-CHARGED-OFF
                   ADD 1 TO WS-CHARGED-OFF-COUNT
               WHEN OTHER
                   ADD 1 TO WS-DELINQUENT-COUNT
           END-EVALUATE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-FIND-BORROWER - the primary holder's link, then the
      * customer master; the reason is left blank when the
      * borrower has everything the bureau requires.
      *-----------------------------------------------------------*
       3200-FIND-BORROWER.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO CRB-CUSTOMER-ID
           MOVE 'N' TO WS-PRIMARY-SW
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE ZERO TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 3250-TEST-ONE-LINK THRU 3250-EXIT
               UNTIL WS-END-OF-LINKS OR WS-PRIMARY-FOUND
           IF NOT WS-PRIMARY-FOUND
               MOVE 'NO PRIMARY BORROWER LINKED' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
           MOVE CRB-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'BORROWER NOT ON CUSTOMER FILE'
                       TO WS-REJECT-REASON
                   GO TO 3200-EXIT
           END-READ
           IF CUM-NAME = SPACES
               MOVE 'BORROWER NAME MISSING' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
           IF CUM-ADDR-LINE-1 = SPACES OR CUM-CITY = SPACES
               OR CUM-STATE = SPACES OR CUM-ZIP = SPACES
               MOVE 'BORROWER ADDRESS INCOMPLETE' TO WS-REJECT-REASON
               GO TO 3200-EXIT
           END-IF
           MOVE CUM-NAME TO CRB-BORROWER-NAME
           MOVE CUM-ADDR-LINE-1 TO CRB-ADDR-LINE-1
           MOVE CUM-ADDR-LINE-2 TO CRB-ADDR-LINE-2
           MOVE CUM-CITY TO CRB-CITY
           MOVE CUM-STATE TO CRB-STATE
           MOVE CUM-ZIP TO CRB-ZIP
           IF CUM-BIRTH-DATE NUMERIC
               MOVE CUM-BIRTH-DATE TO CRB-BIRTH-DATE
           ELSE
               MOVE ZERO TO CRB-BIRTH-DATE
           END-IF.
       3200-EXIT.
           EXIT.

       3250-TEST-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
               NOT AT END
                   IF CAR-ACCOUNT-ID = LNM-ACCOUNT-ID
                       AND CAR-ROLE-PRIMARY
                       SET WS-PRIMARY-FOUND TO TRUE
                       MOVE CAR-CUSTOMER-ID TO CRB-CUSTOMER-ID
                   END-IF
           END-READ.
       3250-EXIT.
           EXIT.

       3300-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE LNM-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE CRB-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE WS-REJECT-REASON TO WS-DL-REASON
           WRITE REJECT-REPORT-LINE FROM WS-DETAIL-LINE.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-DETERMINE-STANDING - balance, amount past due,
      * status and rating as of the activity date.
      *-----------------------------------------------------------*
       3400-DETERMINE-STANDING.
           MOVE ZERO TO WS-BALANCE
           MOVE ZERO TO WS-PAST-DUE
           MOVE ZERO TO CRB-SCHEDULED-PMT
           MOVE ZERO TO CRB-DATE-CLOSED
           IF LNM-DAYS-DELINQUENT NUMERIC
               MOVE LNM-DAYS-DELINQUENT TO WS-DAYS-DELINQUENT
           ELSE
               MOVE ZERO TO WS-DAYS-DELINQUENT
           END-IF
           EVALUATE TRUE
               WHEN LNM-CHARGED-OFF
                   PERFORM 3450-CHARGED-OFF-BALANCE THRU 3450-EXIT
                   MOVE WS-BALANCE TO WS-PAST-DUE
                   MOVE '97' TO CRB-ACCOUNT-STATUS
                   MOVE 'L' TO CRB-PAYMENT-RATING
               WHEN LNM-PAID-OFF
                   MOVE ZERO TO WS-DAYS-DELINQUENT
                   MOVE LNM-LAST-PAID-DATE TO CRB-DATE-CLOSED
                   MOVE '13' TO CRB-ACCOUNT-STATUS
                   MOVE '0' TO CRB-PAYMENT-RATING
               WHEN OTHER
                   MOVE LNM-PRINCIPAL-BALANCE TO WS-BALANCE
                   MOVE LNM-MONTHLY-PAYMENT TO CRB-SCHEDULED-PMT
                   PERFORM 3500-SUM-PAST-DUE THRU 3500-EXIT
                   PERFORM 3480-RATE-BY-DAYS THRU 3480-EXIT
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3450-CHARGED-OFF-BALANCE - what was written off less what
      * has been recovered since; zero without the charge-off
      * file.
      *-----------------------------------------------------------*
       3450-CHARGED-OFF-BALANCE.
           IF NOT WS-CHGOFF-OPEN
               GO TO 3450-EXIT
           END-IF
           MOVE LNM-ACCOUNT-ID TO CHO-ACCOUNT-ID
           READ CHARGE-OFF-FILE
               INVALID KEY
                   GO TO 3450-EXIT
           END-READ
           MOVE CHO-CHARGED-OFF-DATE TO CRB-DATE-CLOSED
           COMPUTE WS-BALANCE =
               CHO-CHARGED-OFF-AMOUNT - CHO-RECOVERED-TOTAL
           IF WS-BALANCE < ZERO
               MOVE ZERO TO WS-BALANCE
           END-IF.
       3450-EXIT.
           EXIT.

       3480-RATE-BY-DAYS.
           EVALUATE TRUE
               WHEN WS-DAYS-DELINQUENT < 30
                   MOVE '11' TO CRB-ACCOUNT-STATUS
                   MOVE '0' TO CRB-PAYMENT-RATING
               WHEN WS-DAYS-DELINQUENT < 60
                   MOVE '71' TO CRB-ACCOUNT-STATUS
                   MOVE '1' TO CRB-PAYMENT-RATING
               WHEN WS-DAYS-DELINQUENT < 90
                   MOVE '78' TO CRB-ACCOUNT-STATUS
                   MOVE '2' TO CRB-PAYMENT-RATING
               WHEN WS-DAYS-DELINQUENT < 120
                   MOVE '80' TO CRB-ACCOUNT-STATUS
                   MOVE '3' TO CRB-PAYMENT-RATING
               WHEN WS-DAYS-DELINQUENT < 150
                   MOVE '82' TO CRB-ACCOUNT-STATUS
                   MOVE '4' TO CRB-PAYMENT-RATING
               WHEN WS-DAYS-DELINQUENT < 180
                   MOVE '83' TO CRB-ACCOUNT-STATUS
                   MOVE '5' TO CRB-PAYMENT-RATING
               WHEN OTHER
                   MOVE '84' TO CRB-ACCOUNT-STATUS
                   MOVE '6' TO CRB-PAYMENT-RATING
           END-EVALUATE.
       3480-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-SUM-PAST-DUE - installments due before the activity
      * date and still unpaid, less the unapplied receipt, plus
      * late charges owed.
      *-----------------------------------------------------------*
       3500-SUM-PAST-DUE.
           MOVE 'N' TO WS-SCHED-EOF-SW
           MOVE LNM-ACCOUNT-ID TO AMS-ACCOUNT-ID
           MOVE ZERO TO AMS-PAYMENT-NO
           START AMORT-SCHEDULE KEY NOT LESS THAN AMS-KEY
               INVALID KEY
                   SET WS-END-OF-SCHEDULE TO TRUE
           END-START
           PERFORM 3550-TEST-ONE-INSTALLMENT THRU 3550-EXIT
               UNTIL WS-END-OF-SCHEDULE
           SUBTRACT LNM-UNAPPLIED-AMOUNT FROM WS-PAST-DUE
           IF WS-PAST-DUE < ZERO
               MOVE ZERO TO WS-PAST-DUE
           END-IF
           IF LNM-LATE-FEES-DUE NUMERIC
               ADD LNM-LATE-FEES-DUE TO WS-PAST-DUE
           END-IF.
       3500-EXIT.
           EXIT.

       3550-TEST-ONE-INSTALLMENT.
           READ AMORT-SCHEDULE NEXT RECORD
               AT END
                   SET WS-END-OF-SCHEDULE TO TRUE
                   GO TO 3550-EXIT
           END-READ
           IF AMS-ACCOUNT-ID NOT = LNM-ACCOUNT-ID
               SET WS-END-OF-SCHEDULE TO TRUE
               GO TO 3550-EXIT
           END-IF
           IF AMS-UNPAID AND AMS-DUE-DATE < WS-TODAY-DATE
               ADD AMS-PAYMENT-AMOUNT TO WS-PAST-DUE
           END-IF.
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-ADD-TO-HISTORY - a new month pushes the oldest
      * rating off the end; a rerun of the month just reported
      * replaces its rating.  A final status is flagged so the
      * loan goes out once more at most.
      *-----------------------------------------------------------*
       3600-ADD-TO-HISTORY.
           IF LNM-BUREAU-PERIOD < WS-PERIOD
               MOVE LNM-BUREAU-HISTORY TO WS-HISTORY-HOLD
               MOVE CRB-PAYMENT-RATING TO LNM-BUREAU-HISTORY(1:1)
               MOVE WS-HISTORY-HOLD(1:23)
                   TO LNM-BUREAU-HISTORY(2:23)
               MOVE WS-PERIOD TO LNM-BUREAU-PERIOD
           ELSE
               IF LNM-BUREAU-PERIOD = WS-PERIOD
                   MOVE CRB-PAYMENT-RATING TO LNM-BUREAU-HISTORY(1:1)
               END-IF
           END-IF
           IF LNM-PAID-OFF OR LNM-CHARGED-OFF
               SET LNM-BUREAU-FINAL-SENT TO TRUE
           ELSE
               MOVE 'N' TO LNM-BUREAU-FINAL-SW
           END-IF
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE BUREAU HISTORY ON '
                       LNM-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TRAILER - the bureau's trailer, then the
      * rejects report totals.
      *-----------------------------------------------------------*
       8000-WRITE-TRAILER.
           MOVE SPACES TO BUREAU-EXTRACT-RECORD
           SET CRB-TRAILER TO TRUE
           MOVE WS-REPORTED-COUNT TO CRB-TRL-COUNT
           MOVE WS-BALANCE-TOTAL TO CRB-TRL-BALANCE
           MOVE WS-PAST-DUE-TOTAL TO CRB-TRL-PAST-DUE
           MOVE WS-CURRENT-COUNT TO CRB-TRL-CURRENT
           MOVE WS-DELINQUENT-COUNT TO CRB-TRL-DELINQUENT
           MOVE WS-PAID-OFF-COUNT TO CRB-TRL-PAID-OFF
           MOVE WS-CHARGED-OFF-COUNT TO CRB-TRL-CHARGED-OFF
           WRITE BUREAU-EXTRACT-RECORD
           MOVE SPACES TO REJECT-REPORT-LINE
           WRITE REJECT-REPORT-LINE
           MOVE 'LOANS REPORTED:' TO WS-TOT-LABEL
           MOVE WS-REPORTED-COUNT TO WS-TOT-COUNT
           WRITE REJECT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LOANS REJECTED:' TO WS-TOT-LABEL
           MOVE WS-REJECTED-COUNT TO WS-TOT-COUNT
           WRITE REJECT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSED, REPORTED EARLIER:' TO WS-TOT-LABEL
           MOVE WS-FINAL-SENT-COUNT TO WS-TOT-COUNT
           WRITE REJECT-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-REJECTED-COUNT > ZERO AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'LOANS REPORTED TO BUREAU: ' WS-REPORTED-COUNT
               ' REJECTED: ' WS-REJECTED-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE LOAN-MASTER
               CLOSE AMORT-SCHEDULE
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE BUREAU-EXTRACT
               CLOSE REJECT-REPORT
           END-IF
           IF WS-CHGOFF-OPEN
               CLOSE CHARGE-OFF-FILE
           END-IF.
       9000-EXIT.
           EXIT.
