      *-----------------------------------------------------------*
      * PROGRAM:      MINORCNV
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Minor account conversion at the age of majority.  Run at
      * month end.  Every living customer with a date of birth on
      * the customer master (taken by ACCTOPEN when the account
      * was opened for a minor) who has turned eighteen by the
      * business date has each account they hold that still
      * carries a guardian link on CUSTACCT converted:
      *
      *   - the account moves to the adult product its product
      *     row names (PRD-ADULT-PRODUCT); PRODAPPL materializes
      *     the new product's behavior onto the account that
      *     night.  A product with no adult product, or an
      *     account with no product at all, is left as it is and
      *     reported for review;
      *   - every guardian link on the account is deleted - the
      *     guardian's authority ends at majority whether or not
      *     the product could be switched;
      *   - the customer and each guardian are sent a letter
      *     (MAJORITY.OUT) and the notice is logged on NOTCLOG as
      *     type MAJR for the call center.
      *
      * The customer's age on the master is brought up to date.
      * A customer already converted has no guardian links left
      * and is passed by on the next run.  Every change to the
      * account, customer and link masters is journaled (MSTJRNL)
      * for MSTRPLAY; the conversions are listed on MINORCNV.OUT.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MINORCNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT PRODUCT-MASTER ASSIGN TO "PRODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODUCT-STATUS.
           SELECT NOTICE-LOG ASSIGN TO "NOTCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "MAJORITY.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CONVERSION-REPORT ASSIGN TO "MINORCNV.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  PRODUCT-MASTER.
       COPY "prodmst.cpy".

       FD  NOTICE-LOG.
       COPY "notclog.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  MASTER-JOURNAL.
       COPY "mstjrnl.cpy".

       FD  CONVERSION-REPORT.
       01  CONVERSION-REPORT-LINE      PIC X(80).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-LINK-FILE-STATUS      PIC X(02).
           88  WS-LK-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-PRODUCT-STATUS        PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
       01  WS-NOTICE-LOG-STATUS     PIC X(02).
           88  WS-NL-NOT-FOUND                VALUE '35'.
       01  WS-LETTER-STATUS         PIC X(02).
           88  WS-LT-OK                       VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-PROD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-PRODUCTS             VALUE 'Y'.
       01  WS-CUSTOMER-EOF-SW       PIC X(01) VALUE 'N'.
           88  WS-END-OF-CUSTOMERS            VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-CONVERTED-SW          PIC X(01).
           88  WS-CUSTOMER-CONVERTED          VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-AGE-OF-MAJORITY       PIC 9(02) VALUE 18.
       01  WS-MAJORITY-DATE         PIC 9(08).
       01  WS-JOURNAL-STAMP         PIC 9(14).
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-MINOR-CUSTOMER-ID     PIC 9(07).
       01  WS-MINOR-NAME            PIC X(20).
       01  WS-NOTICE-CUSTOMER-ID    PIC 9(07).
       01  WS-NOTICE-TEXT           PIC X(40).
       01  WS-LETTER-TEXT           PIC X(80).
       01  WS-OLD-PRODUCT           PIC X(04).
       01  WS-NEW-PRODUCT           PIC X(04).
       01  WS-ACCT-GUARDIANS        PIC 9(02).
       01  WS-DISPOSITION           PIC X(24).
       01  WS-CUSTOMER-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CONVERTED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REVIEW-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-LETTER-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-PR-SUB                PIC 9(03).
       01  WS-PR-HIT-SUB            PIC 9(03).
       01  WS-PR-ENTRIES            PIC 9(03) VALUE ZERO.
       01  WS-PR-MAX                PIC 9(03) VALUE 50.
       01  WS-PROD-TABLE.
           05  WS-PROD-ENTRY OCCURS 50 TIMES.
               10  WS-PRD-CODE         PIC X(04).
               10  WS-PRD-ADULT        PIC X(04).
       01  WS-GL-SUB                PIC 9(04).
       01  WS-GL-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-GL-MAX                PIC 9(04) VALUE 500.
       01  WS-GUARDIAN-TABLE.
           05  WS-GL-ENTRY OCCURS 500 TIMES.
               10  WS-GL-ACCOUNT-ID    PIC 9(07).
               10  WS-GL-GUARDIAN-ID   PIC 9(07).
       01  WS-MN-SUB                PIC 9(04).
       01  WS-MN-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-MN-MAX                PIC 9(04) VALUE 500.
       01  WS-MINOR-TABLE.
           05  WS-MN-CUSTOMER-ID OCCURS 500 TIMES
                                    PIC 9(07).
       01  WS-MA-SUB                PIC 9(03).
       01  WS-MA-ENTRIES            PIC 9(03).
       01  WS-MA-MAX                PIC 9(03) VALUE 20.
       01  WS-MINOR-ACCOUNTS.
           05  WS-MA-ACCOUNT-ID OCCURS 20 TIMES
                                    PIC 9(07).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'MINOR ACCOUNT CONVERSION AT MAJORITY    '.
           05  FILLER               PIC X(10) VALUE 'RUN DATE '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER ACCOUNT  OLD   NEW   GDN NAME  '.
           05  FILLER               PIC X(40) VALUE
               '                DISPOSITION             '.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER       PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCOUNT        PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-OLD-PRODUCT    PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NEW-PRODUCT    PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-GUARDIANS      PIC Z9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-NAME           PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DISPOSITION    PIC X(24).
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL          PIC X(40).
           05  WS-CL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               MOVE ZERO TO WS-MN-SUB
               PERFORM 2000-CONVERT-ONE-MINOR THRU 2000-EXIT
                   UNTIL WS-MN-SUB = WS-MN-ENTRIES
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the three masters, the letter file and
      * the report are required.  With no product table every
      * account found is reported for review, but the guardian
      * links still come off.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O CUSTOMER-ACCOUNT
           OPEN I-O ACCOUNT-MASTER
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT CONVERSION-REPORT
           IF NOT WS-CM-OK OR NOT WS-LK-OK OR NOT WS-AF-OK
               OR NOT WS-LT-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN MINOR CONVERSION FILES'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN EXTEND MASTER-JOURNAL
           IF WS-JR-NOT-FOUND
               OPEN OUTPUT MASTER-JOURNAL
           END-IF
           OPEN EXTEND NOTICE-LOG
           IF WS-NL-NOT-FOUND
               OPEN OUTPUT NOTICE-LOG
           END-IF
           PERFORM 1400-LOAD-PRODUCTS THRU 1400-EXIT
           PERFORM 1500-LOAD-GUARDIAN-LINKS THRU 1500-EXIT
           PERFORM 1600-FIND-MINORS-OF-AGE THRU 1600-EXIT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE CONVERSION-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE CONVERSION-REPORT-LINE FROM WS-COLUMN-HEADER.
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
      * 1400-LOAD-PRODUCTS - each product code with the adult
      * product it converts to.
      *-----------------------------------------------------------*
       1400-LOAD-PRODUCTS.
           OPEN INPUT PRODUCT-MASTER
           IF NOT WS-PR-OK
               DISPLAY 'NO PRODUCT MASTER - CONVERSIONS HELD FOR '
                   'REVIEW'
               GO TO 1400-EXIT
           END-IF
           PERFORM 1450-LOAD-ONE-PRODUCT THRU 1450-EXIT
               UNTIL WS-END-OF-PRODUCTS
           CLOSE PRODUCT-MASTER.
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-PRODUCT.
           READ PRODUCT-MASTER
               AT END
                   SET WS-END-OF-PRODUCTS TO TRUE
               NOT AT END
                   IF WS-PR-ENTRIES < WS-PR-MAX
                       ADD 1 TO WS-PR-ENTRIES
                       MOVE PRD-PRODUCT-CODE TO
                           WS-PRD-CODE (WS-PR-ENTRIES)
                       MOVE PRD-ADULT-PRODUCT TO
                           WS-PRD-ADULT (WS-PR-ENTRIES)
                   END-IF
           END-READ.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-GUARDIAN-LINKS - the link file is keyed on
      * customer first, so one pass collects every guardian link
      * by account before any minor is worked.  A table too small
      * to hold them all is reported; the links it missed are
      * picked up next month once this month's are gone.
      *-----------------------------------------------------------*
       1500-LOAD-GUARDIAN-LINKS.
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE ZERO TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 1550-LOAD-ONE-LINK THRU 1550-EXIT
               UNTIL WS-END-OF-LINKS.
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 1550-EXIT
           END-READ
           IF NOT CAR-ROLE-GUARDIAN
               GO TO 1550-EXIT
           END-IF
           IF WS-GL-ENTRIES = WS-GL-MAX
               SET WS-END-OF-LINKS TO TRUE
               DISPLAY 'GUARDIAN LINK TABLE FULL - REMAINDER LEFT '
                   'FOR THE NEXT RUN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO WS-GL-ENTRIES
           MOVE CAR-ACCOUNT-ID TO WS-GL-ACCOUNT-ID (WS-GL-ENTRIES)
           MOVE CAR-CUSTOMER-ID TO WS-GL-GUARDIAN-ID (WS-GL-ENTRIES).
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1600-FIND-MINORS-OF-AGE - every living customer with a
      * date of birth whose eighteenth birthday has come.  The
      * majority date is the birth date eighteen years on; a
      * 29 February birthday comes of age on 1 March.  They are
      * tabled first so the letters can read the guardians off
      * the same master without losing the place in the pass.
      *-----------------------------------------------------------*
       1600-FIND-MINORS-OF-AGE.
           IF WS-GL-ENTRIES = ZERO
               GO TO 1600-EXIT
           END-IF
           MOVE ZERO TO CUM-CUSTOMER-ID
           START CUSTOMER-MASTER KEY NOT LESS THAN CUM-CUSTOMER-ID
               INVALID KEY
                   SET WS-END-OF-CUSTOMERS TO TRUE
           END-START
           PERFORM 1650-TEST-ONE-CUSTOMER THRU 1650-EXIT
               UNTIL WS-END-OF-CUSTOMERS.
       1600-EXIT.
           EXIT.

       1650-TEST-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-CUSTOMERS TO TRUE
                   GO TO 1650-EXIT
           END-READ
           IF CUM-BIRTH-DATE = ZERO OR NOT CUM-NOT-DECEASED
               GO TO 1650-EXIT
           END-IF
           COMPUTE WS-MAJORITY-DATE = CUM-BIRTH-DATE
               + WS-AGE-OF-MAJORITY * 10000
           IF WS-MAJORITY-DATE > WS-TODAY-DATE
               GO TO 1650-EXIT
           END-IF
           IF WS-MN-ENTRIES = WS-MN-MAX
               SET WS-END-OF-CUSTOMERS TO TRUE
               DISPLAY 'MINOR TABLE FULL - REMAINDER LEFT FOR THE '
                   'NEXT RUN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 1650-EXIT
           END-IF
           ADD 1 TO WS-MN-ENTRIES
           MOVE CUM-CUSTOMER-ID TO WS-MN-CUSTOMER-ID (WS-MN-ENTRIES).
       1650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-CONVERT-ONE-MINOR - each account the customer holds
      * that still has a guardian is converted; the customer's
      * age is then brought up to date.
      *-----------------------------------------------------------*
       2000-CONVERT-ONE-MINOR.
           ADD 1 TO WS-MN-SUB
           MOVE WS-MN-CUSTOMER-ID (WS-MN-SUB) TO WS-MINOR-CUSTOMER-ID
           MOVE WS-MINOR-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ
           MOVE CUM-NAME TO WS-MINOR-NAME
           MOVE 'N' TO WS-CONVERTED-SW
           PERFORM 2100-COLLECT-ACCOUNTS THRU 2100-EXIT
           MOVE ZERO TO WS-MA-SUB
           PERFORM 2200-CONVERT-ONE-ACCOUNT THRU 2200-EXIT
               UNTIL WS-MA-SUB = WS-MA-ENTRIES
           IF WS-CUSTOMER-CONVERTED
               ADD 1 TO WS-CUSTOMER-COUNT
               PERFORM 2800-UPDATE-AGE THRU 2800-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-COLLECT-ACCOUNTS - every account the customer holds
      * in their own right (any role but guardian).
      *-----------------------------------------------------------*
       2100-COLLECT-ACCOUNTS.
           MOVE ZERO TO WS-MA-ENTRIES
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE WS-MINOR-CUSTOMER-ID TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 2150-READ-ONE-LINK THRU 2150-EXIT
               UNTIL WS-END-OF-LINKS.
       2100-EXIT.
           EXIT.

       2150-READ-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF CAR-CUSTOMER-ID NOT = WS-MINOR-CUSTOMER-ID
               SET WS-END-OF-LINKS TO TRUE
               GO TO 2150-EXIT
           END-IF
           IF CAR-ROLE-GUARDIAN OR WS-MA-ENTRIES = WS-MA-MAX
               GO TO 2150-EXIT
           END-IF
           ADD 1 TO WS-MA-ENTRIES
           MOVE CAR-ACCOUNT-ID TO WS-MA-ACCOUNT-ID (WS-MA-ENTRIES).
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CONVERT-ONE-ACCOUNT - an account with no guardian
      * left is not a minor's account and is passed by.
      *-----------------------------------------------------------*
       2200-CONVERT-ONE-ACCOUNT.
           ADD 1 TO WS-MA-SUB
           MOVE ZERO TO WS-ACCT-GUARDIANS
           MOVE ZERO TO WS-GL-SUB
           PERFORM 2250-COUNT-ONE-GUARDIAN THRU 2250-EXIT
               UNTIL WS-GL-SUB = WS-GL-ENTRIES
           IF WS-ACCT-GUARDIANS = ZERO
               GO TO 2200-EXIT
           END-IF
           MOVE WS-MA-ACCOUNT-ID (WS-MA-SUB) TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'ACCOUNT NOT ON MASTER: '
                       WS-MA-ACCOUNT-ID (WS-MA-SUB)
                   MOVE 20 TO RETURN-CODE
                   GO TO 2200-EXIT
           END-READ
           SET WS-CUSTOMER-CONVERTED TO TRUE
           PERFORM 2300-SWITCH-PRODUCT THRU 2300-EXIT
           MOVE WS-MINOR-CUSTOMER-ID TO WS-DL-CUSTOMER
           MOVE ACCT-ACCOUNT-ID TO WS-DL-ACCOUNT
           MOVE WS-OLD-PRODUCT TO WS-DL-OLD-PRODUCT
           MOVE WS-NEW-PRODUCT TO WS-DL-NEW-PRODUCT
           MOVE WS-ACCT-GUARDIANS TO WS-DL-GUARDIANS
           MOVE WS-MINOR-NAME TO WS-DL-NAME
           MOVE WS-DISPOSITION TO WS-DL-DISPOSITION
           WRITE CONVERSION-REPORT-LINE FROM WS-DETAIL-LINE
           MOVE 'ACCOUNT HOLDER OF AGE - GUARDIAN REMOVED'
               TO WS-NOTICE-TEXT
           MOVE ZERO TO WS-GL-SUB
           PERFORM 2400-REMOVE-ONE-GUARDIAN THRU 2400-EXIT
               UNTIL WS-GL-SUB = WS-GL-ENTRIES
           MOVE WS-MINOR-CUSTOMER-ID TO WS-NOTICE-CUSTOMER-ID
           PERFORM 5000-SEND-ONE-NOTICE THRU 5000-EXIT.
       2200-EXIT.
           EXIT.

       2250-COUNT-ONE-GUARDIAN.
           ADD 1 TO WS-GL-SUB
           IF WS-GL-ACCOUNT-ID (WS-GL-SUB) =
               WS-MA-ACCOUNT-ID (WS-MA-SUB)
               ADD 1 TO WS-ACCT-GUARDIANS
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-SWITCH-PRODUCT - the account's product row names
      * the adult product to move to.  No product, no row, or no
      * adult product on the row leaves the account as it is for
      * review.
      *-----------------------------------------------------------*
       2300-SWITCH-PRODUCT.
           MOVE ACCT-PRODUCT-CODE TO WS-OLD-PRODUCT
           MOVE SPACES TO WS-NEW-PRODUCT
           MOVE 'NO ADULT PRODUCT-REVIEW' TO WS-DISPOSITION
           MOVE ZERO TO WS-PR-HIT-SUB
           IF ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ZERO TO WS-PR-SUB
               PERFORM 2350-FIND-ONE-PRODUCT THRU 2350-EXIT
                   UNTIL WS-PR-HIT-SUB NOT = ZERO
                   OR WS-PR-SUB = WS-PR-ENTRIES
           END-IF
           IF WS-PR-HIT-SUB = ZERO
               OR WS-PRD-ADULT (WS-PR-HIT-SUB) = SPACES
               ADD 1 TO WS-REVIEW-COUNT
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2300-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-PRD-ADULT (WS-PR-HIT-SUB) TO ACCT-PRODUCT-CODE
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO CONVERT ACCOUNT '
                       ACCT-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
                   MOVE 'REWRITE FAILED' TO WS-DISPOSITION
               NOT INVALID KEY
                   ADD 1 TO WS-CONVERTED-COUNT
                   MOVE ACCT-PRODUCT-CODE TO WS-NEW-PRODUCT
                   MOVE 'CONVERTED TO ADULT' TO WS-DISPOSITION
                   SET MJR-FILE-ACCOUNT TO TRUE
                   SET MJR-ACTION-REWRITE TO TRUE
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   MOVE ACCOUNT-MASTER-RECORD TO MJR-AFTER-IMAGE
                   PERFORM 7000-JOURNAL-ONE-CHANGE THRU 7000-EXIT
           END-REWRITE.
       2300-EXIT.
           EXIT.

       2350-FIND-ONE-PRODUCT.
           ADD 1 TO WS-PR-SUB
           IF WS-PRD-CODE (WS-PR-SUB) = ACCT-PRODUCT-CODE
               MOVE WS-PR-SUB TO WS-PR-HIT-SUB
           END-IF.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-REMOVE-ONE-GUARDIAN - the guardian's link comes off
      * the account and the guardian is sent a letter.  The
      * table entry is cleared so a joint minor coming of age in
      * the same run does not find it again.
      *-----------------------------------------------------------*
       2400-REMOVE-ONE-GUARDIAN.
           ADD 1 TO WS-GL-SUB
           IF WS-GL-ACCOUNT-ID (WS-GL-SUB) NOT = ACCT-ACCOUNT-ID
               GO TO 2400-EXIT
           END-IF
           MOVE WS-GL-GUARDIAN-ID (WS-GL-SUB) TO CAR-CUSTOMER-ID
           MOVE ACCT-ACCOUNT-ID TO CAR-ACCOUNT-ID
           MOVE ZERO TO WS-GL-ACCOUNT-ID (WS-GL-SUB)
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   GO TO 2400-EXIT
           END-READ
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUSTOMER-ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           DELETE CUSTOMER-ACCOUNT RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REMOVE GUARDIAN FROM ACCOUNT '
                       ACCT-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
                   GO TO 2400-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
                   SET MJR-FILE-LINK TO TRUE
                   SET MJR-ACTION-DELETE TO TRUE
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   PERFORM 7000-JOURNAL-ONE-CHANGE THRU 7000-EXIT
           END-DELETE
           MOVE WS-GL-GUARDIAN-ID (WS-GL-SUB) TO WS-NOTICE-CUSTOMER-ID
           PERFORM 5000-SEND-ONE-NOTICE THRU 5000-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2800-UPDATE-AGE - the whole years between the birth date
      * and the business date.  The letters have read other
      * customers since, so the master is read again first.
      *-----------------------------------------------------------*
       2800-UPDATE-AGE.
           MOVE WS-MINOR-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 2800-EXIT
           END-READ
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           COMPUTE CUM-AGE = (WS-TODAY-DATE - CUM-BIRTH-DATE) / 10000
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE CUSTOMER '
                       CUM-CUSTOMER-ID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   SET MJR-FILE-CUSTOMER TO TRUE
                   SET MJR-ACTION-REWRITE TO TRUE
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   MOVE CUSTOMER-MASTER-RECORD TO MJR-AFTER-IMAGE
                   PERFORM 7000-JOURNAL-ONE-CHANGE THRU 7000-EXIT
           END-REWRITE.
       2800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-SEND-ONE-NOTICE - a letter to the customer in
      * WS-NOTICE-CUSTOMER-ID about the account in the record
      * area, logged on NOTCLOG as a majority notice.
      *-----------------------------------------------------------*
       5000-SEND-ONE-NOTICE.
           MOVE WS-NOTICE-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 5000-EXIT
           END-READ
           MOVE SPACES TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE CUM-NAME TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE CUM-ADDR-LINE-1 TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           IF CUM-ADDR-LINE-2 NOT = SPACES
               MOVE CUM-ADDR-LINE-2 TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CUM-CITY ' ' CUM-STATE ' ' CUM-ZIP
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'REGARDING ACCOUNT ' ACCT-ACCOUNT-ID
               ' HELD BY ' WS-MINOR-NAME
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE WS-NOTICE-TEXT TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           IF WS-NEW-PRODUCT NOT = SPACES
               MOVE SPACES TO WS-LETTER-TEXT
               STRING 'THE ACCOUNT IS NOW PRODUCT ' WS-NEW-PRODUCT
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           END-IF
           MOVE 'PLEASE CONTACT THE BRANCH WITH ANY QUESTIONS.'
               TO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           ADD 1 TO WS-LETTER-COUNT
           MOVE WS-NOTICE-CUSTOMER-ID TO NTL-CUSTOMER-ID
           MOVE ACCT-ACCOUNT-ID TO NTL-ACCOUNT-ID
           SET NTL-TYPE-MAJORITY TO TRUE
           MOVE ZERO TO NTL-REF-UID
           MOVE WS-TODAY-DATE TO NTL-NOTICE-DATE
           MOVE WS-NOTICE-TEXT TO NTL-TEXT
           WRITE NOTICE-LOG-RECORD.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-JOURNAL-ONE-CHANGE - the caller has set the file,
      * the action and the after image; the before image is in
      * WS-BEFORE-IMAGE.
      *-----------------------------------------------------------*
       7000-JOURNAL-ONE-CHANGE.
           ACCEPT WS-JOURNAL-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-JOURNAL-STAMP(9:6) FROM TIME
           MOVE WS-JOURNAL-STAMP TO MJR-TIMESTAMP
           MOVE 'MINORCNV' TO MJR-PROGRAM
           MOVE WS-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
           WRITE MASTER-JOURNAL-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE SPACES TO CONVERSION-REPORT-LINE
               WRITE CONVERSION-REPORT-LINE
               MOVE 'CUSTOMERS COME OF AGE' TO WS-CL-LABEL
               MOVE WS-CUSTOMER-COUNT TO WS-CL-COUNT
               WRITE CONVERSION-REPORT-LINE FROM WS-COUNT-LINE
               MOVE 'ACCOUNTS CONVERTED TO ADULT PRODUCT'
                   TO WS-CL-LABEL
               MOVE WS-CONVERTED-COUNT TO WS-CL-COUNT
               WRITE CONVERSION-REPORT-LINE FROM WS-COUNT-LINE
               MOVE 'ACCOUNTS HELD FOR PRODUCT REVIEW'
                   TO WS-CL-LABEL
               MOVE WS-REVIEW-COUNT TO WS-CL-COUNT
               WRITE CONVERSION-REPORT-LINE FROM WS-COUNT-LINE
               MOVE 'GUARDIAN LINKS REMOVED' TO WS-CL-LABEL
               MOVE WS-REMOVED-COUNT TO WS-CL-COUNT
               WRITE CONVERSION-REPORT-LINE FROM WS-COUNT-LINE
               MOVE 'NOTICES SENT' TO WS-CL-LABEL
               MOVE WS-LETTER-COUNT TO WS-CL-COUNT
               WRITE CONVERSION-REPORT-LINE FROM WS-COUNT-LINE
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE ACCOUNT-MASTER
               CLOSE LETTER-FILE
               CLOSE CONVERSION-REPORT
               CLOSE MASTER-JOURNAL
               CLOSE NOTICE-LOG
           END-IF
           DISPLAY 'CUSTOMERS COME OF AGE: ' WS-CUSTOMER-COUNT
           DISPLAY 'ACCOUNTS CONVERTED: ' WS-CONVERTED-COUNT
           DISPLAY 'ACCOUNTS HELD FOR REVIEW: ' WS-REVIEW-COUNT
           DISPLAY 'GUARDIAN LINKS REMOVED: ' WS-REMOVED-COUNT
           DISPLAY 'MAJORITY NOTICES SENT: ' WS-LETTER-COUNT.
       9000-EXIT.
           EXIT.
