      *-----------------------------------------------------------*
      * PROGRAM:      LOCBOOK
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Credit-line booking.  Reads line bookings (LOCIN - the
      * account, the committed limit, and the expiry date), proves
      * the account is on the master with category LC, and writes
      * the credit-line row the posting run holds draws to and the
      * billing run (LOCBILL) bills from.  A booking for a line
      * already on file is a renewal or a limit change: the limit
      * and expiry are replaced and the billing position is kept.
      * A zero limit closes the line - nothing more can be drawn,
      * and the balance still drawn is billed until it is repaid.
      *
      * Nothing is advanced here; each draw is an ordinary WD
      * against the account through the normal capture paths.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCBOOK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LINE-INPUT ASSIGN TO "LOCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT CREDIT-LINE-FILE ASSIGN TO "LOCMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOC-ACCOUNT-ID
               FILE STATUS IS WS-LINE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LINE-INPUT.
       01  LINE-INPUT-RECORD.
           05  LCI-ACCOUNT-ID          PIC 9(07).
           05  LCI-LIMIT               PIC 9(06)V9(02).
           05  LCI-EXPIRY-DATE         PIC 9(08).

       FD  CREDIT-LINE-FILE.
       COPY "crline.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS          PIC X(02).
           88  WS-IN-OK                       VALUE '00'.
       01  WS-LINE-STATUS           PIC X(02).
           88  WS-LC-OK                       VALUE '00'.
           88  WS-LC-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-INPUT                VALUE 'Y'.
       01  WS-BOOKED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-CHANGED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(08).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-BOOKINGS THRU 2000-EXIT
               UNTIL WS-END-OF-INPUT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT LINE-INPUT
           OPEN INPUT ACCOUNT-MASTER
           OPEN I-O CREDIT-LINE-FILE
           IF WS-LC-NOT-FOUND
               OPEN OUTPUT CREDIT-LINE-FILE
               CLOSE CREDIT-LINE-FILE
               OPEN I-O CREDIT-LINE-FILE
           END-IF
           IF NOT WS-IN-OK OR NOT WS-AF-OK OR NOT WS-LC-OK
               DISPLAY 'UNABLE TO OPEN CREDIT-LINE BOOKING FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-INPUT TO TRUE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
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
      * 2000-PROCESS-BOOKINGS
      *-----------------------------------------------------------*
       2000-PROCESS-BOOKINGS.
           READ LINE-INPUT
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM 2100-SCREEN-BOOKING THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-SCREEN-BOOKING - an open line must expire after the
      * business date, and the account must be an LC account on
      * the master.  A zero limit (closing the line) needs no
      * expiry.
      *-----------------------------------------------------------*
       2100-SCREEN-BOOKING.
           IF LCI-LIMIT > ZERO
               AND LCI-EXPIRY-DATE NOT > WS-TODAY-DATE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'BOOKING REJECTED, EXPIRY NOT IN FUTURE: '
                   LCI-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           MOVE LCI-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'BOOKING REJECTED, NOT ON MASTER: '
                       LCI-ACCOUNT-ID
                   GO TO 2100-EXIT
               NOT INVALID KEY
                   IF NOT ACCT-CATEGORY-CREDIT-LINE
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY 'BOOKING REJECTED, NOT CATEGORY '
                           'LC: ' LCI-ACCOUNT-ID
                       GO TO 2100-EXIT
                   END-IF
           END-READ
           MOVE LCI-ACCOUNT-ID TO LOC-ACCOUNT-ID
           READ CREDIT-LINE-FILE
               INVALID KEY
                   PERFORM 2200-BOOK-ONE-LINE THRU 2200-EXIT
               NOT INVALID KEY
                   PERFORM 2300-CHANGE-ONE-LINE THRU 2300-EXIT
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-BOOK-ONE-LINE - a new line, with nothing yet billed.
      * The booking date stands as the last bill date, so the
      * first bill is cut in the month after the line is booked.
      *-----------------------------------------------------------*
       2200-BOOK-ONE-LINE.
           IF LCI-LIMIT = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'BOOKING REJECTED, ZERO LIMIT: '
                   LCI-ACCOUNT-ID
               GO TO 2200-EXIT
           END-IF
           MOVE LCI-ACCOUNT-ID TO LOC-ACCOUNT-ID
           MOVE LCI-LIMIT TO LOC-LIMIT
           MOVE WS-TODAY-DATE TO LOC-OPEN-DATE
           MOVE LCI-EXPIRY-DATE TO LOC-EXPIRY-DATE
           SET LOC-OPEN TO TRUE
           MOVE WS-TODAY-DATE TO LOC-LAST-BILL-DATE
           MOVE ZERO TO LOC-BILLED-BALANCE
           MOVE ZERO TO LOC-MIN-DUE
           MOVE ZERO TO LOC-DUE-DATE
           MOVE ZERO TO LOC-PAID-SINCE-BILL
           MOVE WS-TODAY-DATE TO LOC-PAID-THRU-DATE
           MOVE 'N' TO LOC-DUE-CHECKED-SW
           MOVE 'N' TO LOC-PAST-DUE-SW
           MOVE ZERO TO LOC-PAST-DUE-AMOUNT
           MOVE ZERO TO LOC-TIMES-PAST-DUE
           WRITE CREDIT-LINE-RECORD
               INVALID KEY
                   DISPLAY 'LINE WRITE FAILED: ' LCI-ACCOUNT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-BOOKED-COUNT
           END-WRITE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-CHANGE-ONE-LINE - renewal, limit change or closure
      * of a line already on file.  The billing position stands.
      *-----------------------------------------------------------*
       2300-CHANGE-ONE-LINE.
           MOVE LCI-LIMIT TO LOC-LIMIT
           IF LCI-LIMIT = ZERO
               SET LOC-CLOSED TO TRUE
           ELSE
               MOVE LCI-EXPIRY-DATE TO LOC-EXPIRY-DATE
               SET LOC-OPEN TO TRUE
           END-IF
           REWRITE CREDIT-LINE-RECORD
               INVALID KEY
                   DISPLAY 'LINE REWRITE FAILED: ' LCI-ACCOUNT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
           END-REWRITE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'LINES BOOKED: ' WS-BOOKED-COUNT
           DISPLAY 'LINES CHANGED: ' WS-CHANGED-COUNT
           DISPLAY 'BOOKINGS REJECTED: ' WS-REJECTED-COUNT
           CLOSE LINE-INPUT
           CLOSE ACCOUNT-MASTER
           CLOSE CREDIT-LINE-FILE.
       9000-EXIT.
           EXIT.
