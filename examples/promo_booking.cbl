      *-----------------------------------------------------------*
      * PROGRAM:      PROMOBK
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Promotional-rate booking.  Reads the promotions marketing
      * sells on deposit accounts (PROMOIN) and books each on the
      * promotion file (PROMO) for PROMORUN to start on its start
      * date and revert on its end date.  A card is one of:
      *
      *   A - add a promotion: the rate, the start date (zero for
      *       today), the end date (the first day the ordinary
      *       rate applies again), and what the ordinary rate is
      *       - an index and margin to rejoin, or a fixed rate to
      *       fall back to.  Left blank, the fallback is the
      *       index the account already prices on, else its
      *       product's index, else the rate it earns today.
      *   C - cancel the account's promotion.  One not yet
      *       started is simply cancelled; one in force is ended
      *       today, so PROMORUN reverts the account tonight.
      *
      * Only an open deposit account (not a loan or a line of
      * credit) takes a promotion, and only one at a time; an
      * account whose last promotion has ended or been cancelled
      * may be booked again.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOBK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-INPUT ASSIGN TO "PROMOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT PROMOTION-FILE ASSIGN TO "PROMO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRM-ACCOUNT-ID
               FILE STATUS IS WS-PROMO-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-INPUT.
       01  PROMO-INPUT-RECORD.
           05  PRI-ACTION              PIC X(01).
               88  PRI-ADD                       VALUE 'A'.
               88  PRI-CANCEL                    VALUE 'C'.
           05  PRI-ACCOUNT-ID          PIC 9(07).
           05  PRI-PROMO-CODE          PIC X(06).
           05  PRI-RATE                PIC 9V9(04).
           05  PRI-START-DATE          PIC 9(08).
           05  PRI-END-DATE            PIC 9(08).
           05  PRI-FALLBACK-RATE       PIC 9V9(04).
           05  PRI-FALLBACK-INDEX      PIC X(04).
           05  PRI-FALLBACK-MARGIN     PIC S9V9(04)
                                       SIGN TRAILING SEPARATE.

       FD  PROMOTION-FILE.
       COPY "promo.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  PRODUCT-MASTER.
       COPY "prodmst.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS          PIC X(02).
           88  WS-IN-OK                       VALUE '00'.
       01  WS-PROMO-STATUS          PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
           88  WS-PR-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-PRODUCT-STATUS        PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-INPUT                VALUE 'Y'.
       01  WS-PRODUCT-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-PRODUCTS             VALUE 'Y'.
       01  WS-ON-FILE-SW            PIC X(01).
           88  WS-PROMO-ON-FILE               VALUE 'Y'.
       01  WS-BOOKED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CANCELLED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-START-DATE            PIC 9(08).
       01  WS-PRD-SUB               PIC 9(03).
       01  WS-PRD-HIT-SUB           PIC 9(03).
       01  WS-PRD-TABLE-ENTRIES     PIC 9(03) VALUE ZERO.
       01  WS-PRD-TABLE.
           05  WS-PRD-ENTRY OCCURS 200 TIMES.
               10  WS-PRD-CODE         PIC X(04).
               10  WS-PRD-RATE-INDEX   PIC X(04).
               10  WS-PRD-RATE-MARGIN  PIC S9V9(04).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-CARDS THRU 2000-EXIT
               UNTIL WS-END-OF-INPUT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT PROMO-INPUT
           OPEN INPUT ACCOUNT-MASTER
           OPEN I-O PROMOTION-FILE
           IF WS-PR-NOT-FOUND
               OPEN OUTPUT PROMOTION-FILE
               CLOSE PROMOTION-FILE
               OPEN I-O PROMOTION-FILE
           END-IF
           IF NOT WS-IN-OK OR NOT WS-AF-OK OR NOT WS-PR-OK
               DISPLAY 'UNABLE TO OPEN PROMOTION BOOKING FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-INPUT TO TRUE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
               PERFORM 1600-LOAD-PRODUCTS THRU 1600-EXIT
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
      * 1600-LOAD-PRODUCTS - each product's pricing index, for a
      * promotion booked with no fallback of its own.  A missing
      * product table just means that default is not available.
      *-----------------------------------------------------------*
       1600-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-MASTER
           IF NOT WS-PM-OK
               GO TO 1600-EXIT
           END-IF
           PERFORM 1650-READ-ONE-PRODUCT THRU 1650-EXIT
               UNTIL WS-END-OF-PRODUCTS
           CLOSE PRODUCT-MASTER.
       1600-EXIT.
           EXIT.

       1650-READ-ONE-PRODUCT.
           READ PRODUCT-MASTER
               AT END
                   SET WS-END-OF-PRODUCTS TO TRUE
               NOT AT END
                   IF PRD-RATE-INDEX NOT = SPACES
                       AND WS-PRD-TABLE-ENTRIES < 200
                       ADD 1 TO WS-PRD-TABLE-ENTRIES
                       MOVE PRD-PRODUCT-CODE TO
                           WS-PRD-CODE (WS-PRD-TABLE-ENTRIES)
                       MOVE PRD-RATE-INDEX TO
                           WS-PRD-RATE-INDEX (WS-PRD-TABLE-ENTRIES)
                       IF PRD-RATE-MARGIN NOT NUMERIC
                           MOVE ZERO TO PRD-RATE-MARGIN
                       END-IF
                       MOVE PRD-RATE-MARGIN TO
                           WS-PRD-RATE-MARGIN (WS-PRD-TABLE-ENTRIES)
                   END-IF
           END-READ.
       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-CARDS
      *-----------------------------------------------------------*
       2000-PROCESS-CARDS.
           READ PROMO-INPUT
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM 2100-SCREEN-CARD THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-SCREEN-CARD - the account must be an open deposit
      * account; what is already on the promotion file decides
      * whether an add or a cancel can be taken.
      *-----------------------------------------------------------*
       2100-SCREEN-CARD.
           IF NOT PRI-ADD AND NOT PRI-CANCEL
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'PROMOTION REJECTED, ACTION NOT A/C: '
                   PRI-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           MOVE PRI-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'PROMOTION REJECTED, NOT ON MASTER: '
                       PRI-ACCOUNT-ID
                   GO TO 2100-EXIT
           END-READ
           MOVE 'N' TO WS-ON-FILE-SW
           MOVE PRI-ACCOUNT-ID TO PRM-ACCOUNT-ID
           READ PROMOTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-PROMO-ON-FILE TO TRUE
           END-READ
           IF PRI-CANCEL
               PERFORM 2500-CANCEL-PROMOTION THRU 2500-EXIT
               GO TO 2100-EXIT
           END-IF
           IF NOT ACCT-STATUS-OPEN
               OR ACCT-CATEGORY-LOAN
               OR ACCT-CATEGORY-CREDIT-LINE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'PROMOTION REJECTED, NOT AN OPEN DEPOSIT '
                   'ACCOUNT: ' PRI-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           IF WS-PROMO-ON-FILE
               AND (PRM-PENDING OR PRM-ACTIVE)
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'PROMOTION REJECTED, ONE ALREADY BOOKED: '
                   PRI-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           IF PRI-RATE NOT NUMERIC
               OR PRI-START-DATE NOT NUMERIC
               OR PRI-END-DATE NOT NUMERIC
               OR PRI-RATE = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'PROMOTION REJECTED, RATE OR DATES NOT '
                   'GIVEN: ' PRI-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           IF PRI-START-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-START-DATE
           ELSE
               MOVE PRI-START-DATE TO WS-START-DATE
           END-IF
           IF WS-START-DATE < WS-TODAY-DATE
               OR PRI-END-DATE NOT > WS-START-DATE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'PROMOTION REJECTED, START IN THE PAST OR '
                   'END NOT AFTER START: ' PRI-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-BOOK-PROMOTION THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-BOOK-PROMOTION - a fresh promotion, replacing one
      * that has ended or been cancelled.
      *-----------------------------------------------------------*
       2200-BOOK-PROMOTION.
           MOVE PRI-ACCOUNT-ID TO PRM-ACCOUNT-ID
           MOVE PRI-PROMO-CODE TO PRM-PROMO-CODE
           MOVE PRI-RATE TO PRM-RATE
           MOVE WS-START-DATE TO PRM-START-DATE
           MOVE PRI-END-DATE TO PRM-END-DATE
           PERFORM 2300-SET-FALLBACK THRU 2300-EXIT
           SET PRM-PENDING TO TRUE
           MOVE WS-TODAY-DATE TO PRM-BOOKED-DATE
           MOVE ZERO TO PRM-NOTICE-DATE
           MOVE ZERO TO PRM-ENDED-DATE
           MOVE ZERO TO PRM-COST-DATE
           MOVE ZERO TO PRM-COST-TO-DATE
           IF WS-PROMO-ON-FILE
               REWRITE PROMOTION-RECORD
                   INVALID KEY
                       DISPLAY 'PROMOTION REWRITE FAILED: '
                           PRI-ACCOUNT-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-BOOKED-COUNT
               END-REWRITE
           ELSE
               WRITE PROMOTION-RECORD
                   INVALID KEY
                       DISPLAY 'PROMOTION WRITE FAILED: '
                           PRI-ACCOUNT-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-BOOKED-COUNT
               END-WRITE
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-SET-FALLBACK - the ordinary rate the account returns
      * to.  An index on the card wins, then a fixed rate on the
      * card, then the index the account prices on now, then its
      * product's index, and last the rate it earns today.  An
      * index fallback's rate is refreshed nightly by PROMORUN.
      *-----------------------------------------------------------*
       2300-SET-FALLBACK.
           MOVE SPACES TO PRM-FALLBACK-INDEX
           MOVE ZERO TO PRM-FALLBACK-MARGIN
           MOVE ACCT-INTEREST-RATE TO PRM-FALLBACK-RATE
           IF PRI-FALLBACK-MARGIN NOT NUMERIC
               MOVE ZERO TO PRI-FALLBACK-MARGIN
           END-IF
           IF PRI-FALLBACK-RATE NOT NUMERIC
               MOVE ZERO TO PRI-FALLBACK-RATE
           END-IF
           IF PRI-FALLBACK-INDEX NOT = SPACES
               MOVE PRI-FALLBACK-INDEX TO PRM-FALLBACK-INDEX
               MOVE PRI-FALLBACK-MARGIN TO PRM-FALLBACK-MARGIN
               GO TO 2300-EXIT
           END-IF
           IF PRI-FALLBACK-RATE > ZERO
               MOVE PRI-FALLBACK-RATE TO PRM-FALLBACK-RATE
               GO TO 2300-EXIT
           END-IF
           IF ACCT-RATE-INDEX NOT = SPACES
               MOVE ACCT-RATE-INDEX TO PRM-FALLBACK-INDEX
               MOVE ACCT-RATE-MARGIN TO PRM-FALLBACK-MARGIN
               GO TO 2300-EXIT
           END-IF
           MOVE ZERO TO WS-PRD-HIT-SUB
           MOVE ZERO TO WS-PRD-SUB
           IF ACCT-PRODUCT-CODE NOT = SPACES
               PERFORM 2350-MATCH-ONE-PRODUCT THRU 2350-EXIT
                   UNTIL WS-PRD-HIT-SUB NOT = ZERO
                   OR WS-PRD-SUB = WS-PRD-TABLE-ENTRIES
           END-IF
           IF WS-PRD-HIT-SUB NOT = ZERO
               MOVE WS-PRD-RATE-INDEX (WS-PRD-HIT-SUB)
                   TO PRM-FALLBACK-INDEX
               MOVE WS-PRD-RATE-MARGIN (WS-PRD-HIT-SUB)
                   TO PRM-FALLBACK-MARGIN
           END-IF.
       2300-EXIT.
           EXIT.

       2350-MATCH-ONE-PRODUCT.
           ADD 1 TO WS-PRD-SUB
           IF WS-PRD-CODE (WS-PRD-SUB) = ACCT-PRODUCT-CODE
               MOVE WS-PRD-SUB TO WS-PRD-HIT-SUB
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-CANCEL-PROMOTION - a promotion not yet started is
      * cancelled outright; one in force ends today and PROMORUN
      * reverts the account tonight.
      *-----------------------------------------------------------*
       2500-CANCEL-PROMOTION.
           IF NOT WS-PROMO-ON-FILE
               OR (NOT PRM-PENDING AND NOT PRM-ACTIVE)
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'CANCEL REJECTED, NO PROMOTION IN FORCE: '
                   PRI-ACCOUNT-ID
               GO TO 2500-EXIT
           END-IF
           IF PRM-PENDING
               SET PRM-CANCELLED TO TRUE
               MOVE WS-TODAY-DATE TO PRM-ENDED-DATE
           ELSE
               MOVE WS-TODAY-DATE TO PRM-END-DATE
           END-IF
           REWRITE PROMOTION-RECORD
               INVALID KEY
                   DISPLAY 'PROMOTION REWRITE FAILED: '
                       PRI-ACCOUNT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CANCELLED-COUNT
           END-REWRITE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'PROMOTIONS BOOKED: ' WS-BOOKED-COUNT
           DISPLAY 'PROMOTIONS CANCELLED: ' WS-CANCELLED-COUNT
           DISPLAY 'PROMOTION CARDS REJECTED: ' WS-REJECTED-COUNT
           CLOSE PROMO-INPUT
           CLOSE ACCOUNT-MASTER
           CLOSE PROMOTION-FILE.
       9000-EXIT.
           EXIT.
