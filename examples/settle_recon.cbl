      *-----------------------------------------------------------*
      * PROGRAM:      SETLRECN
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Settlement account reconciliation.  Runs after the loads
      * and CORRLOAD.  Matches what our own loads moved through
      * the settlement account at the correspondent against what
      * the correspondent's statement says actually settled, and
      * reports whatever is left open on either side.
      *
      * Booked side.  Tonight's business date is summed, per
      * settlement source, off the records each load wrote to the
      * transaction file that day (TRAN-LOAD-DATE, TRAN-ENTERED-
      * BY) and off the inclearing returns file:
      *
      *   ATMS  ATMSETTL  every switch item, loaded or rejected -
      *                   the switch settles them all; WD debits,
      *                   DE credits, netted
      *   INCP  INCLLOAD  presented checks, debit
      *   INCR  INCLRTN   checks returned to the clearinghouse
      *                   (INCLRET.CPY, returned today), credit
      *   PAYR  PAYRLOAD  direct deposits loaded, credit; entries
      *                   PAYRLOAD returned never settle in
      *   RTNI  RTNDLOAD  returned deposited items charged back,
      *                   debit (the returned-item fee is ours)
      *   ACHR  ACHRETN   our ACH payments credited back, credit
      *
      * Each source's net goes onto the settlement items file
      * (SETLITEM.CPY) as one booked item; a rerun the same night
      * restates a booked item still open.
      *
      * Matching.  Every open booked item, of any date, is
      * matched to an open statement item of the same date,
      * source, direction and amount, and both are marked
      * matched.
      *
      * Open items.  Whatever is left open on either side is
      * listed on SETLRECN.OUT with its age in days and an aging
      * bucket.  An item more than two business days old (counted
      * on the business calendar, BUSCAL.CPY; weekdays when there
      * is none) raises a high-severity operator alert, once, and
      * the step ends RC 8 while any such item stays open.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLRECN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLEMENT-ITEM-FILE ASSIGN TO "SETLITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT INCLEARING-RETURN-FILE ASSIGN TO "INCLRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCL-RETURN-STATUS.
           SELECT BUSINESS-CALENDAR ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT RECON-REPORT ASSIGN TO "SETLRECN.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-ALERT ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLEMENT-ITEM-FILE.
       COPY "setlitem.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  INCLEARING-RETURN-FILE.
       COPY "inclret.cpy".

       FD  BUSINESS-CALENDAR.
       COPY "buscal.cpy".

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(100).

       FD  OPERATOR-ALERT.
       COPY "opalert.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS           PIC X(02).
           88  WS-SI-OK                       VALUE '00'.
           88  WS-SI-NOT-FOUND                VALUE '35'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-INCL-RETURN-STATUS    PIC X(02).
           88  WS-IR-OK                       VALUE '00'.
       01  WS-CALENDAR-STATUS       PIC X(02).
           88  WS-CAL-OK                      VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-AL-NOT-FOUND                VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-TRAN-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-TRANSACTIONS         VALUE 'Y'.
       01  WS-RETURN-EOF-SW         PIC X(01) VALUE 'N'.
           88  WS-END-OF-RETURNS              VALUE 'Y'.
       01  WS-CALENDAR-EOF-SW       PIC X(01) VALUE 'N'.
           88  WS-END-OF-CALENDAR             VALUE 'Y'.
       01  WS-ITEM-EOF-SW           PIC X(01).
           88  WS-END-OF-ITEMS                VALUE 'Y'.
       01  WS-MATCH-SW              PIC X(01).
           88  WS-MATCH-FOUND                 VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-PRIOR-BD-1            PIC 9(08) VALUE ZERO.
       01  WS-PRIOR-BD-2            PIC 9(08) VALUE ZERO.
       01  WS-ALERT-CUTOFF-DATE     PIC 9(08).
       01  WS-DAY-NUMBER            PIC 9(07).
       01  WS-WEEK-QUOTIENT         PIC 9(07).
       01  WS-WEEKDAY               PIC 9(01).
       01  WS-WEEKDAYS-BACK         PIC 9(01).
       01  WS-AGE-DAYS              PIC 9(05).
       01  WS-SX                    PIC 9(02).
       01  WS-BX                    PIC 9(04).
       01  WS-ALERT-TEXT            PIC X(40).
       01  WS-SIDE-WORD             PIC X(04).

       01  WS-SOURCE-CODE-LIST      PIC X(24) VALUE
           'ATMSINCPINCRPAYRRTNIACHR'.
       01  WS-SOURCE-CODES REDEFINES WS-SOURCE-CODE-LIST.
           05  WS-SRC-CODE          PIC X(04) OCCURS 6 TIMES.
       01  WS-SOURCE-TOTALS.
           05  WS-SOURCE-TOTAL      OCCURS 6 TIMES.
               10  WS-SRC-NET       PIC S9(11)V9(02).
               10  WS-SRC-COUNT     PIC 9(05).

       01  WS-BOOKED-ENTRIES        PIC 9(04) VALUE ZERO.
       01  WS-BOOKED-TABLE.
           05  WS-BOOKED-ENTRY      OCCURS 1000 TIMES.
               10  WS-BKD-KEY.
                   15  WS-BKD-SIDE        PIC X(01).
                   15  WS-BKD-ENTRY-DATE  PIC 9(08).
                   15  WS-BKD-SOURCE-CODE PIC X(04).
                   15  WS-BKD-SEQUENCE    PIC 9(04).
               10  WS-BKD-DR-CR     PIC X(01).
               10  WS-BKD-AMOUNT    PIC 9(11)V9(02).

       01  WS-BOOKED-TODAY-COUNT    PIC 9(05) VALUE ZERO.
       01  WS-MATCHED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-OPEN-STMT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-OPEN-STMT-AMOUNT      PIC 9(13)V9(02) VALUE ZERO.
       01  WS-OPEN-BOOKED-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-OPEN-BOOKED-AMOUNT    PIC 9(13)V9(02) VALUE ZERO.
       01  WS-PAST-DUE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-ALERT-COUNT           PIC 9(05) VALUE ZERO.

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(34) VALUE
               'SETTLEMENT ACCOUNT RECONCILIATION '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(22) VALUE
               '  ALERT IF DATED PRIOR'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RH-CUTOFF         PIC 9(08).
       01  WS-SECTION-LINE          PIC X(40).
       01  WS-BOOKED-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BL-SOURCE-CODE    PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BL-DR-CR          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-BL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-BL-COUNT          PIC ZZ,ZZ9.
           05  FILLER               PIC X(07) VALUE ' ITEMS '.
           05  WS-BL-NOTE           PIC X(16).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'SIDE      DATE     SRCE D            AMO'.
           05  FILLER               PIC X(40) VALUE
               'UNT  REFERENCE/COUNT     AGE  AGING    A'.
           05  FILLER               PIC X(04) VALUE
               'LERT'.
       01  WS-ITEM-LINE.
           05  WS-IL-SIDE           PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-ENTRY-DATE     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-SOURCE-CODE    PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-DR-CR          PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-REFERENCE      PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-AGE            PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-BUCKET         PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-IL-ALERT          PIC X(04).
       01  WS-ITEM-COUNT-TEXT.
           05  WS-ICT-COUNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(06) VALUE ' ITEMS'.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(24).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-BOOK-TODAY THRU 2000-EXIT
               PERFORM 3000-MATCH-ITEMS THRU 3000-EXIT
               PERFORM 4000-REPORT-OPEN-ITEMS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the items file (creating it if no
      * statement has been loaded yet) and the transaction file,
      * settle the business date and the alert cutoff, and head
      * the report.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O SETTLEMENT-ITEM-FILE
           IF WS-SI-NOT-FOUND
               OPEN OUTPUT SETTLEMENT-ITEM-FILE
               CLOSE SETTLEMENT-ITEM-FILE
               OPEN I-O SETTLEMENT-ITEM-FILE
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF NOT WS-SI-OK OR NOT WS-TF-OK
               DISPLAY 'UNABLE TO OPEN SETTLEMENT RECONCILIATION '
                   'FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-SET-ALERT-CUTOFF THRU 1400-EXIT
           OPEN OUTPUT RECON-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           MOVE WS-ALERT-CUTOFF-DATE TO WS-RH-CUTOFF
           WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER.
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
      * 1400-SET-ALERT-CUTOFF - an item dated before the second
      * business day back is more than two business days old.
      * The business days come off the calendar; with no calendar,
      * or too little of one, Monday to Friday are taken.
      *-----------------------------------------------------------*
       1400-SET-ALERT-CUTOFF.
           OPEN INPUT BUSINESS-CALENDAR
           IF WS-CAL-OK
               PERFORM 1450-READ-ONE-CALENDAR-ROW THRU 1450-EXIT
                   UNTIL WS-END-OF-CALENDAR
               CLOSE BUSINESS-CALENDAR
           END-IF
           IF WS-PRIOR-BD-2 NOT = ZERO
               MOVE WS-PRIOR-BD-2 TO WS-ALERT-CUTOFF-DATE
               GO TO 1400-EXIT
           END-IF
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           MOVE ZERO TO WS-WEEKDAYS-BACK
           PERFORM 1480-STEP-BACK-ONE-DAY THRU 1480-EXIT
               UNTIL WS-WEEKDAYS-BACK = 2
           COMPUTE WS-ALERT-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER).
       1400-EXIT.
           EXIT.

       1450-READ-ONE-CALENDAR-ROW.
           READ BUSINESS-CALENDAR
               AT END
                   SET WS-END-OF-CALENDAR TO TRUE
                   GO TO 1450-EXIT
           END-READ
           IF NOT BCL-BUSINESS-DAY
               OR BCL-DATE NOT < WS-TODAY-DATE
               GO TO 1450-EXIT
           END-IF
           IF BCL-DATE > WS-PRIOR-BD-1
               MOVE WS-PRIOR-BD-1 TO WS-PRIOR-BD-2
               MOVE BCL-DATE TO WS-PRIOR-BD-1
           ELSE
               IF BCL-DATE > WS-PRIOR-BD-2
                   MOVE BCL-DATE TO WS-PRIOR-BD-2
               END-IF
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1480-STEP-BACK-ONE-DAY - day 1 of the integer calendar,
      * 1601-01-01, was a Monday, so a remainder of 6 or 0 over
      * seven is a Saturday or a Sunday.
      *-----------------------------------------------------------*
       1480-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-DAY-NUMBER
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY NOT = 6 AND WS-WEEKDAY NOT = 0
               ADD 1 TO WS-WEEKDAYS-BACK
           END-IF.
       1480-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-BOOK-TODAY - sum tonight's settlement movements by
      * source and put each source's net on the items file.
      *-----------------------------------------------------------*
       2000-BOOK-TODAY.
           MOVE 1 TO WS-SX
           PERFORM 2010-CLEAR-ONE-SOURCE THRU 2010-EXIT
               UNTIL WS-SX > 6
           PERFORM 2100-SUM-ONE-TRANSACTION THRU 2100-EXIT
               UNTIL WS-END-OF-TRANSACTIONS
           OPEN INPUT INCLEARING-RETURN-FILE
           IF WS-IR-OK
               PERFORM 2200-SUM-ONE-RETURN THRU 2200-EXIT
                   UNTIL WS-END-OF-RETURNS
               CLOSE INCLEARING-RETURN-FILE
           END-IF
           MOVE 'BOOKED TODAY BY SOURCE' TO WS-SECTION-LINE
           WRITE RECON-REPORT-LINE FROM WS-SECTION-LINE
           MOVE 1 TO WS-SX
           PERFORM 2500-BOOK-ONE-SOURCE THRU 2500-EXIT
               UNTIL WS-SX > 6.
       2000-EXIT.
           EXIT.

       2010-CLEAR-ONE-SOURCE.
           MOVE ZERO TO WS-SRC-NET (WS-SX)
           MOVE ZERO TO WS-SRC-COUNT (WS-SX)
           ADD 1 TO WS-SX.
       2010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-SUM-ONE-TRANSACTION - a record loaded tonight by one
      * of the settlement loads counts toward its source.
      *-----------------------------------------------------------*
       2100-SUM-ONE-TRANSACTION.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
                   GO TO 2100-EXIT
           END-READ
           CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
           IF TRAN-LOAD-DATE NOT = WS-TODAY-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE ZERO TO WS-SX
           EVALUATE TRUE
               WHEN TRAN-ENTERED-BY = 'ATMSETTL'
                   AND (TRAN-WITHDRAWAL OR TRAN-DEPOSIT)
                   MOVE 1 TO WS-SX
               WHEN TRAN-ENTERED-BY = 'INCLLOAD'
                   AND TRAN-WITHDRAWAL
                   MOVE 2 TO WS-SX
               WHEN TRAN-ENTERED-BY = 'PAYRLOAD'
                   AND TRAN-DEPOSIT
                   MOVE 4 TO WS-SX
               WHEN TRAN-ENTERED-BY = 'RTNDLOAD'
                   AND TRAN-WITHDRAWAL
                   MOVE 5 TO WS-SX
               WHEN TRAN-ENTERED-BY = 'ACHRETN'
                   AND TRAN-DEPOSIT
                   MOVE 6 TO WS-SX
           END-EVALUATE
           IF WS-SX = ZERO
               GO TO 2100-EXIT
           END-IF
           IF TRAN-WITHDRAWAL
               SUBTRACT AMOUNT FROM WS-SRC-NET (WS-SX)
           ELSE
               ADD AMOUNT TO WS-SRC-NET (WS-SX)
           END-IF
           ADD 1 TO WS-SRC-COUNT (WS-SX).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-SUM-ONE-RETURN - a check INCLRTN sent back today
      * brings its money back in.
      *-----------------------------------------------------------*
       2200-SUM-ONE-RETURN.
           READ INCLEARING-RETURN-FILE
               AT END
                   SET WS-END-OF-RETURNS TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF IRT-RETURN-DATE = WS-TODAY-DATE
               ADD IRT-AMOUNT TO WS-SRC-NET (3)
               ADD 1 TO WS-SRC-COUNT (3)
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-BOOK-ONE-SOURCE - one source's net onto the items
      * file as tonight's booked item.  A rerun restates the item
      * if it is still open; one already matched is left alone.
      *-----------------------------------------------------------*
       2500-BOOK-ONE-SOURCE.
           IF WS-SRC-COUNT (WS-SX) = ZERO
               OR WS-SRC-NET (WS-SX) = ZERO
               GO TO 2590-NEXT-SOURCE
           END-IF
           MOVE SPACES TO WS-BL-NOTE
           SET SLI-BOOKED-SIDE TO TRUE
           MOVE WS-TODAY-DATE TO SLI-ENTRY-DATE
           MOVE WS-SRC-CODE (WS-SX) TO SLI-SOURCE-CODE
           MOVE 1 TO SLI-SEQUENCE
           READ SETTLEMENT-ITEM-FILE
               INVALID KEY
                   PERFORM 2550-SET-BOOKED-ITEM THRU 2550-EXIT
                   WRITE SETTLEMENT-ITEM-RECORD
                   ADD 1 TO WS-BOOKED-TODAY-COUNT
               NOT INVALID KEY
                   IF SLI-MATCHED
                       MOVE 'ALREADY MATCHED' TO WS-BL-NOTE
                   ELSE
                       PERFORM 2550-SET-BOOKED-ITEM THRU 2550-EXIT
                       REWRITE SETTLEMENT-ITEM-RECORD
                       MOVE 'RESTATED' TO WS-BL-NOTE
                       ADD 1 TO WS-BOOKED-TODAY-COUNT
                   END-IF
           END-READ
           MOVE WS-SRC-CODE (WS-SX) TO WS-BL-SOURCE-CODE
           MOVE SLI-DR-CR TO WS-BL-DR-CR
           MOVE SLI-AMOUNT TO WS-BL-AMOUNT
           MOVE WS-SRC-COUNT (WS-SX) TO WS-BL-COUNT
           WRITE RECON-REPORT-LINE FROM WS-BOOKED-LINE.
       2590-NEXT-SOURCE.
           ADD 1 TO WS-SX.
       2500-EXIT.
           EXIT.

       2550-SET-BOOKED-ITEM.
           IF WS-SRC-NET (WS-SX) < ZERO
               SET SLI-DEBIT TO TRUE
               COMPUTE SLI-AMOUNT = ZERO - WS-SRC-NET (WS-SX)
           ELSE
               SET SLI-CREDIT TO TRUE
               MOVE WS-SRC-NET (WS-SX) TO SLI-AMOUNT
           END-IF
           MOVE WS-SRC-COUNT (WS-SX) TO SLI-ITEM-COUNT
           MOVE SPACES TO SLI-REFERENCE
           SET SLI-OPEN TO TRUE
           MOVE ZERO TO SLI-MATCHED-DATE
           MOVE 'N' TO SLI-ALERT-FLAG.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MATCH-ITEMS - gather every open booked item, then
      * look for its statement partner.
      *-----------------------------------------------------------*
       3000-MATCH-ITEMS.
           MOVE 'MATCHED THIS RUN' TO WS-SECTION-LINE
           WRITE RECON-REPORT-LINE FROM WS-SECTION-LINE
           MOVE 'N' TO WS-ITEM-EOF-SW
           MOVE LOW-VALUES TO SLI-KEY
           SET SLI-BOOKED-SIDE TO TRUE
           START SETTLEMENT-ITEM-FILE KEY NOT LESS THAN SLI-KEY
               INVALID KEY
                   SET WS-END-OF-ITEMS TO TRUE
           END-START
           PERFORM 3100-GATHER-ONE-BOOKED THRU 3100-EXIT
               UNTIL WS-END-OF-ITEMS
           MOVE ZERO TO WS-BX
           PERFORM 3200-MATCH-ONE-BOOKED THRU 3200-EXIT
               UNTIL WS-BX = WS-BOOKED-ENTRIES.
       3000-EXIT.
           EXIT.

       3100-GATHER-ONE-BOOKED.
           READ SETTLEMENT-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ITEMS TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT SLI-BOOKED-SIDE
               SET WS-END-OF-ITEMS TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF NOT SLI-OPEN
               GO TO 3100-EXIT
           END-IF
           IF WS-BOOKED-ENTRIES = 1000
               DISPLAY 'OPEN BOOKED TABLE FULL - REST MATCHED '
                   'NEXT RUN'
               SET WS-END-OF-ITEMS TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-BOOKED-ENTRIES
           MOVE SLI-KEY TO WS-BKD-KEY (WS-BOOKED-ENTRIES)
           MOVE SLI-DR-CR TO WS-BKD-DR-CR (WS-BOOKED-ENTRIES)
           MOVE SLI-AMOUNT TO WS-BKD-AMOUNT (WS-BOOKED-ENTRIES).
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-MATCH-ONE-BOOKED - the first open statement item of
      * the same date and source that agrees on direction and
      * amount is this booked item's partner; both are marked.
      *-----------------------------------------------------------*
       3200-MATCH-ONE-BOOKED.
           ADD 1 TO WS-BX
           MOVE 'N' TO WS-MATCH-SW
           MOVE 'N' TO WS-ITEM-EOF-SW
           SET SLI-STATEMENT-SIDE TO TRUE
           MOVE WS-BKD-ENTRY-DATE (WS-BX) TO SLI-ENTRY-DATE
           MOVE WS-BKD-SOURCE-CODE (WS-BX) TO SLI-SOURCE-CODE
           MOVE ZERO TO SLI-SEQUENCE
           START SETTLEMENT-ITEM-FILE KEY NOT LESS THAN SLI-KEY
               INVALID KEY
                   GO TO 3200-EXIT
           END-START
           PERFORM 3250-TEST-ONE-STATEMENT-ITEM THRU 3250-EXIT
               UNTIL WS-END-OF-ITEMS OR WS-MATCH-FOUND
           IF NOT WS-MATCH-FOUND
               GO TO 3200-EXIT
           END-IF
           MOVE WS-BKD-KEY (WS-BX) TO SLI-KEY
           READ SETTLEMENT-ITEM-FILE
               INVALID KEY
                   GO TO 3200-EXIT
           END-READ
           SET SLI-MATCHED TO TRUE
           MOVE WS-TODAY-DATE TO SLI-MATCHED-DATE
           REWRITE SETTLEMENT-ITEM-RECORD
           ADD 1 TO WS-MATCHED-COUNT
           MOVE 'BOOKED' TO WS-IL-SIDE
           MOVE SLI-ENTRY-DATE TO WS-IL-ENTRY-DATE
           MOVE SLI-SOURCE-CODE TO WS-IL-SOURCE-CODE
           MOVE SLI-DR-CR TO WS-IL-DR-CR
           MOVE SLI-AMOUNT TO WS-IL-AMOUNT
           MOVE SLI-ITEM-COUNT TO WS-ICT-COUNT
           MOVE WS-ITEM-COUNT-TEXT TO WS-IL-REFERENCE
           MOVE ZERO TO WS-IL-AGE
           MOVE 'MATCHED' TO WS-IL-BUCKET
           MOVE SPACES TO WS-IL-ALERT
           WRITE RECON-REPORT-LINE FROM WS-ITEM-LINE.
       3200-EXIT.
           EXIT.

       3250-TEST-ONE-STATEMENT-ITEM.
           READ SETTLEMENT-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ITEMS TO TRUE
                   GO TO 3250-EXIT
           END-READ
           IF NOT SLI-STATEMENT-SIDE
               OR SLI-ENTRY-DATE NOT = WS-BKD-ENTRY-DATE (WS-BX)
               OR SLI-SOURCE-CODE NOT = WS-BKD-SOURCE-CODE (WS-BX)
               SET WS-END-OF-ITEMS TO TRUE
               GO TO 3250-EXIT
           END-IF
           IF SLI-OPEN
               AND SLI-DR-CR = WS-BKD-DR-CR (WS-BX)
               AND SLI-AMOUNT = WS-BKD-AMOUNT (WS-BX)
               SET SLI-MATCHED TO TRUE
               MOVE WS-TODAY-DATE TO SLI-MATCHED-DATE
               REWRITE SETTLEMENT-ITEM-RECORD
               SET WS-MATCH-FOUND TO TRUE
           END-IF.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REPORT-OPEN-ITEMS - list every item still open on
      * either side with its age, and alert on those more than
      * two business days old.
      *-----------------------------------------------------------*
       4000-REPORT-OPEN-ITEMS.
           MOVE 'OPEN ITEMS' TO WS-SECTION-LINE
           WRITE RECON-REPORT-LINE FROM WS-SECTION-LINE
           WRITE RECON-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE 'N' TO WS-ITEM-EOF-SW
           MOVE LOW-VALUES TO SLI-KEY
           START SETTLEMENT-ITEM-FILE KEY NOT LESS THAN SLI-KEY
               INVALID KEY
                   SET WS-END-OF-ITEMS TO TRUE
           END-START
           PERFORM 4100-REPORT-ONE-ITEM THRU 4100-EXIT
               UNTIL WS-END-OF-ITEMS.
       4000-EXIT.
           EXIT.

       4100-REPORT-ONE-ITEM.
           READ SETTLEMENT-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ITEMS TO TRUE
                   GO TO 4100-EXIT
           END-READ
           IF NOT SLI-OPEN
               GO TO 4100-EXIT
           END-IF
           IF SLI-STATEMENT-SIDE
               MOVE 'STATEMENT' TO WS-IL-SIDE
               MOVE 'STMT' TO WS-SIDE-WORD
               MOVE SLI-REFERENCE TO WS-IL-REFERENCE
               ADD 1 TO WS-OPEN-STMT-COUNT
               ADD SLI-AMOUNT TO WS-OPEN-STMT-AMOUNT
           ELSE
               MOVE 'BOOKED' TO WS-IL-SIDE
               MOVE 'BOOK' TO WS-SIDE-WORD
               MOVE SLI-ITEM-COUNT TO WS-ICT-COUNT
               MOVE WS-ITEM-COUNT-TEXT TO WS-IL-REFERENCE
               ADD 1 TO WS-OPEN-BOOKED-COUNT
               ADD SLI-AMOUNT TO WS-OPEN-BOOKED-AMOUNT
           END-IF
           MOVE SLI-ENTRY-DATE TO WS-IL-ENTRY-DATE
           MOVE SLI-SOURCE-CODE TO WS-IL-SOURCE-CODE
           MOVE SLI-DR-CR TO WS-IL-DR-CR
           MOVE SLI-AMOUNT TO WS-IL-AMOUNT
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (SLI-ENTRY-DATE)
           MOVE WS-AGE-DAYS TO WS-IL-AGE
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 3
                   MOVE '0-2 DAYS' TO WS-IL-BUCKET
               WHEN WS-AGE-DAYS < 8
                   MOVE '3-7 DAYS' TO WS-IL-BUCKET
               WHEN WS-AGE-DAYS < 31
                   MOVE '8-30 DAYS' TO WS-IL-BUCKET
               WHEN OTHER
                   MOVE 'OVER 30' TO WS-IL-BUCKET
           END-EVALUATE
           MOVE SPACES TO WS-IL-ALERT
           IF SLI-ENTRY-DATE < WS-ALERT-CUTOFF-DATE
               MOVE 'YES' TO WS-IL-ALERT
               ADD 1 TO WS-PAST-DUE-COUNT
               IF NOT SLI-ALERTED
                   PERFORM 4200-ALERT-ONE-ITEM THRU 4200-EXIT
               END-IF
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-ITEM-LINE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-ALERT-ONE-ITEM - the item has gone past two business
      * days unmatched; the operator hears about it once.
      *-----------------------------------------------------------*
       4200-ALERT-ONE-ITEM.
           MOVE SPACES TO WS-ALERT-TEXT
           STRING 'UNMATCHED SETTLEMENT ' WS-SIDE-WORD ' '
               SLI-SOURCE-CODE ' ' SLI-ENTRY-DATE
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM 8200-RAISE-OPERATOR-ALERT THRU 8200-EXIT
           SET SLI-ALERTED TO TRUE
           REWRITE SETTLEMENT-ITEM-RECORD
           ADD 1 TO WS-ALERT-COUNT.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-RAISE-OPERATOR-ALERT - money that has not settled
      * the way we booked it needs a human; put it where the
      * overnight operator actually looks.
      *-----------------------------------------------------------*
       8200-RAISE-OPERATOR-ALERT.
           OPEN EXTEND OPERATOR-ALERT
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT OPERATOR-ALERT
           END-IF
           SET OPA-SEV-HIGH TO TRUE
           MOVE 'SETLRECN' TO OPA-SOURCE-PROGRAM
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
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-OK
               GO TO 9000-EXIT
           END-IF
           MOVE 'OPEN STATEMENT ITEMS    ' TO WS-TL-LABEL
           MOVE WS-OPEN-STMT-COUNT TO WS-TL-COUNT
           MOVE WS-OPEN-STMT-AMOUNT TO WS-TL-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OPEN BOOKED ITEMS       ' TO WS-TL-LABEL
           MOVE WS-OPEN-BOOKED-COUNT TO WS-TL-COUNT
           MOVE WS-OPEN-BOOKED-AMOUNT TO WS-TL-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-PAST-DUE-COUNT > ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'SOURCES BOOKED TODAY:      ' WS-BOOKED-TODAY-COUNT
           DISPLAY 'ITEMS MATCHED:             ' WS-MATCHED-COUNT
           DISPLAY 'OPEN STATEMENT ITEMS:      ' WS-OPEN-STMT-COUNT
           DISPLAY 'OPEN BOOKED ITEMS:         ' WS-OPEN-BOOKED-COUNT
           DISPLAY 'PAST TWO BUSINESS DAYS:    ' WS-PAST-DUE-COUNT
           DISPLAY 'NEW OPERATOR ALERTS:       ' WS-ALERT-COUNT
           CLOSE SETTLEMENT-ITEM-FILE
           CLOSE TRANSACTION-FILE
           CLOSE RECON-REPORT.
       9000-EXIT.
           EXIT.
