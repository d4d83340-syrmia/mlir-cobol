      *-----------------------------------------------------------*
      * PROGRAM:      PROMORPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Promotional rates report.  Lists every account on a
      * promotion (PROMO.CPY) - booked and waiting for its start
      * date, or in force - with the promotional rate, its start
      * and end dates, the ordinary rate it falls back to (an
      * index and margin, or a fixed rate), the days left to run,
      * whether the end-of-promotion notice has gone, and the
      * cost of the promotion to date: what INTCALC has accrued
      * at the promotional rate over what the account would
      * otherwise have earned.  Ended and cancelled promotions
      * are history and are left off.  Output is PROMORPT.OUT.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOTION-FILE ASSIGN TO "PROMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-ACCOUNT-ID
               FILE STATUS IS WS-PROMO-STATUS.
           SELECT PROMO-REPORT ASSIGN TO "PROMORPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTION-FILE.
       COPY "promo.cpy".

       FD  PROMO-REPORT.
       01  PROMO-REPORT-LINE           PIC X(120).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PROMO-STATUS          PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
           88  WS-PR-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-PROMO-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-PROMO-OPEN                  VALUE 'Y'.
       01  WS-PROMO-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-PROMOTIONS           VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-DAYS-LEFT             PIC S9(05).
       01  WS-ACTIVE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-COST-TOTAL            PIC S9(09)V9(02) VALUE ZERO.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'PROMOTIONAL RATES IN FORCE AS OF        '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'ACCOUNT CODE     RATE    START      END '.
           05  FILLER               PIC X(40) VALUE
               'INDX  MARGIN FALLBK DAYS NOTICED        '.
           05  FILLER               PIC X(40) VALUE
               '  COST TO DATE  STATUS                  '.
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT        PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-PROMO-CODE     PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-RATE           PIC 9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-START          PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-END            PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-INDEX          PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-MARGIN         PIC -9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-FALLBACK       PIC 9.9999.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DAYS-LEFT      PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-NOTICED        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-COST           PIC ---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(10).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-AMOUNT         PIC ----,---,--9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LIST-ONE-PROMOTION THRU 2000-EXIT
               UNTIL WS-END-OF-PROMOTIONS
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no promotion file means none was ever
      * booked; the report still goes out, empty.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN OUTPUT PROMO-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE PROMO-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE PROMO-REPORT-LINE FROM WS-COLUMN-HEADER
           OPEN INPUT PROMOTION-FILE
           IF WS-PR-OK
               SET WS-PROMO-OPEN TO TRUE
           ELSE
               SET WS-END-OF-PROMOTIONS TO TRUE
               IF NOT WS-PR-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN PROMOTION FILE, STATUS '
                       WS-PROMO-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
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
      * 2000-LIST-ONE-PROMOTION - one promotion booked or in
      * force.
      *-----------------------------------------------------------*
       2000-LIST-ONE-PROMOTION.
           READ PROMOTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PROMOTIONS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT PRM-PENDING AND NOT PRM-ACTIVE
               GO TO 2000-EXIT
           END-IF
           IF PRM-COST-TO-DATE NOT NUMERIC
               MOVE ZERO TO PRM-COST-TO-DATE
           END-IF
           IF PRM-NOTICE-DATE NOT NUMERIC
               MOVE ZERO TO PRM-NOTICE-DATE
           END-IF
           MOVE PRM-ACCOUNT-ID TO WS-DL-ACCOUNT
           MOVE PRM-PROMO-CODE TO WS-DL-PROMO-CODE
           MOVE PRM-RATE TO WS-DL-RATE
           MOVE PRM-START-DATE TO WS-DL-START
           MOVE PRM-END-DATE TO WS-DL-END
           MOVE PRM-FALLBACK-INDEX TO WS-DL-INDEX
           MOVE PRM-FALLBACK-MARGIN TO WS-DL-MARGIN
           MOVE PRM-FALLBACK-RATE TO WS-DL-FALLBACK
           IF PRM-END-DATE > WS-TODAY-DATE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (PRM-END-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           ELSE
               MOVE ZERO TO WS-DAYS-LEFT
           END-IF
           MOVE WS-DAYS-LEFT TO WS-DL-DAYS-LEFT
           IF PRM-NOTICE-DATE = ZERO
               MOVE SPACES TO WS-DL-NOTICED
           ELSE
               MOVE PRM-NOTICE-DATE TO WS-DL-NOTICED
           END-IF
           MOVE PRM-COST-TO-DATE TO WS-DL-COST
           IF PRM-PENDING
               MOVE 'BOOKED' TO WS-DL-STATUS
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               MOVE 'IN FORCE' TO WS-DL-STATUS
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF
           WRITE PROMO-REPORT-LINE FROM WS-DETAIL-LINE
           ADD PRM-COST-TO-DATE TO WS-COST-TOTAL.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO PROMO-REPORT-LINE
           WRITE PROMO-REPORT-LINE
           MOVE SPACES TO WS-TL-LABEL
           STRING 'PROMOTIONS IN FORCE: ' WS-ACTIVE-COUNT
               DELIMITED BY SIZE INTO WS-TL-LABEL
           MOVE ZERO TO WS-TL-AMOUNT
           WRITE PROMO-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TL-LABEL
           STRING 'PROMOTIONS BOOKED, NOT STARTED: '
               WS-PENDING-COUNT
               DELIMITED BY SIZE INTO WS-TL-LABEL
           WRITE PROMO-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'COST OF PROMOTIONS TO DATE' TO WS-TL-LABEL
           MOVE WS-COST-TOTAL TO WS-TL-AMOUNT
           WRITE PROMO-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'PROMOTIONS IN FORCE: ' WS-ACTIVE-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE PROMO-REPORT
           IF WS-PROMO-OPEN
               CLOSE PROMOTION-FILE
           END-IF.
       9000-EXIT.
           EXIT.
