      *-----------------------------------------------------------*
      * PROGRAM:      LGLORPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Outstanding legal orders report.  Lists every
      * garnishment and levy on LEGALORD (LEGALORD.CPY) still in
      * force - pending its effective date or active - with the
      * amount ordered, what has been remitted against it, what
      * TRANPOST is holding for it tonight, the protected amount
      * and how many days it has been in effect, so the legal
      * desk can answer the agency and chase anything that has
      * sat too long.  An active order whose held funds are due
      * to go to the creditor is flagged REMIT DUE.  Satisfied
      * and released orders are history and are left off.
      * Output is LGLORPT.OUT.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLORPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.
           SELECT ORDER-REPORT ASSIGN TO "LGLORPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-ORDER-FILE.
       COPY "legalord.cpy".

       FD  ORDER-REPORT.
       01  ORDER-REPORT-LINE           PIC X(120).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-ORDER-STATUS    PIC X(02).
           88  WS-LGO-OK                      VALUE '00'.
           88  WS-LGO-NOT-FOUND               VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-LEGAL-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LEGAL-OPEN                  VALUE 'Y'.
       01  WS-ORDER-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-ORDERS               VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-DAYS-IN-EFFECT        PIC 9(05).
       01  WS-ORDER-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-ORDERED-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-REMITTED-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
       01  WS-HELD-TOTAL            PIC 9(09)V9(02) VALUE ZERO.
       01  WS-STILL-OWED-TOTAL      PIC 9(09)V9(02) VALUE ZERO.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'LEGAL ORDERS OUTSTANDING AS OF          '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'ORDER ACCOUNT T AGENCY                  '.
           05  FILLER               PIC X(40) VALUE
               '  EFFECTIVE DAYS    ORDERED   REMITTED  '.
           05  FILLER               PIC X(40) VALUE
               '     HELD  PROTECTED  STATUS            '.
       01  WS-DETAIL-LINE.
           05  WS-DL-ORDER-ID       PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ACCOUNT        PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-TYPE           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-AGENCY         PIC X(25).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-EFFECTIVE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DAYS           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ORDERED        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-REMITTED       PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-HELD           PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-PROTECTED      PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(10).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-LIST-ONE-ORDER THRU 2000-EXIT
               UNTIL WS-END-OF-ORDERS
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no legal order file means no order was
      * ever served; the report still goes out, empty.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN OUTPUT ORDER-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE ORDER-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE ORDER-REPORT-LINE FROM WS-COLUMN-HEADER
           OPEN INPUT LEGAL-ORDER-FILE
           IF WS-LGO-OK
               SET WS-LEGAL-OPEN TO TRUE
           ELSE
               SET WS-END-OF-ORDERS TO TRUE
               IF NOT WS-LGO-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN LEGAL ORDER FILE, STATUS '
                       WS-LEGAL-ORDER-STATUS
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
      * 2000-LIST-ONE-ORDER - one order still in force.
      *-----------------------------------------------------------*
       2000-LIST-ONE-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ORDERS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT LGO-IN-FORCE
               GO TO 2000-EXIT
           END-IF
           MOVE LGO-ORDER-ID TO WS-DL-ORDER-ID
           MOVE LGO-ACCOUNT-ID TO WS-DL-ACCOUNT
           MOVE LGO-ORDER-TYPE TO WS-DL-TYPE
           MOVE LGO-AGENCY TO WS-DL-AGENCY
           MOVE LGO-EFFECTIVE-DATE TO WS-DL-EFFECTIVE
           IF LGO-EFFECTIVE-DATE > WS-TODAY-DATE
               MOVE ZERO TO WS-DAYS-IN-EFFECT
           ELSE
               COMPUTE WS-DAYS-IN-EFFECT =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE (LGO-EFFECTIVE-DATE)
           END-IF
           MOVE WS-DAYS-IN-EFFECT TO WS-DL-DAYS
           MOVE LGO-AMOUNT-ORDERED TO WS-DL-ORDERED
           MOVE LGO-REMITTED-AMOUNT TO WS-DL-REMITTED
           MOVE LGO-HELD-AMOUNT TO WS-DL-HELD
           MOVE LGO-PROTECTED-AMOUNT TO WS-DL-PROTECTED
           EVALUATE TRUE
               WHEN LGO-PENDING
                   MOVE 'PENDING' TO WS-DL-STATUS
               WHEN LGO-HELD-AMOUNT > ZERO
                   AND LGO-REMIT-AFTER-DATE NOT > WS-TODAY-DATE
                   MOVE 'REMIT DUE' TO WS-DL-STATUS
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-DL-STATUS
           END-EVALUATE
           WRITE ORDER-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-ORDER-COUNT
           ADD LGO-AMOUNT-ORDERED TO WS-ORDERED-TOTAL
           ADD LGO-REMITTED-AMOUNT TO WS-REMITTED-TOTAL
           ADD LGO-HELD-AMOUNT TO WS-HELD-TOTAL
           IF LGO-AMOUNT-ORDERED > LGO-REMITTED-AMOUNT
               COMPUTE WS-STILL-OWED-TOTAL = WS-STILL-OWED-TOTAL
                   + LGO-AMOUNT-ORDERED - LGO-REMITTED-AMOUNT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO ORDER-REPORT-LINE
           WRITE ORDER-REPORT-LINE
           MOVE SPACES TO WS-TL-LABEL
           STRING 'ORDERS IN FORCE: ' WS-ORDER-COUNT
               DELIMITED BY SIZE INTO WS-TL-LABEL
           MOVE ZERO TO WS-TL-AMOUNT
           WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL ORDERED' TO WS-TL-LABEL
           MOVE WS-ORDERED-TOTAL TO WS-TL-AMOUNT
           WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TOTAL REMITTED' TO WS-TL-LABEL
           MOVE WS-REMITTED-TOTAL TO WS-TL-AMOUNT
           WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'STILL OWED UNDER ORDERS' TO WS-TL-LABEL
           MOVE WS-STILL-OWED-TOTAL TO WS-TL-AMOUNT
           WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HELD TONIGHT' TO WS-TL-LABEL
           MOVE WS-HELD-TOTAL TO WS-TL-AMOUNT
           WRITE ORDER-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'LEGAL ORDERS IN FORCE: ' WS-ORDER-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ORDER-REPORT
           IF WS-LEGAL-OPEN
               CLOSE LEGAL-ORDER-FILE
           END-IF.
       9000-EXIT.
           EXIT.
