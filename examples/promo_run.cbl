      *-----------------------------------------------------------*
      * PROGRAM:      PROMORUN
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly promotional-rate run, ahead of INTCALC.  Walks the
      * promotion file (PROMO) against the business date:
      *
      *   - a promotion reaching its start date is put on the
      *     account - ACCT-INTEREST-RATE set to the promotional
      *     rate and the account's index taken off, so RATEREPR
      *     leaves it alone while the promotion runs;
      *   - a promotion reaching its end date is reverted - the
      *     account rejoins its fallback index at the fallback
      *     margin (priced off RATEIDX as RATEREPR would price it)
      *     or takes the fixed fallback rate;
      *   - a promotion in force has its fallback rate refreshed
      *     from the index, so the notice and INTCALC's cost of
      *     the promotion work from today's ordinary rate, and
      *     once it is within 30 days of its end its account's
      *     primary holder is sent a letter (PROMNOTC.OUT) saying
      *     when it ends and what the account will earn after,
      *     logged on NOTCLOG as type PRMX.
      *
      * Every start and reversion prints on the register
      * (PROMORUN.OUT) with the old and new rates.  A promotion
      * whose account has closed or been charged off is ended
      * without touching the account.  A notice whose holder
      * cannot be addressed is tried again the next night.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT RATE-INDEX-FILE ASSIGN TO "RATEIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT NOTICE-LOG ASSIGN TO "NOTCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "PROMNOTC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT PROMO-REGISTER ASSIGN TO "PROMORUN.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOTION-FILE.
       COPY "promo.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  RATE-INDEX-FILE.
       COPY "rateidx.cpy".

       FD  NOTICE-LOG.
       COPY "notclog.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  PROMO-REGISTER.
       01  PROMO-REGISTER-LINE         PIC X(80).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PROMO-STATUS          PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
           88  WS-PR-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-INDEX-STATUS          PIC X(02).
           88  WS-IX-OK                       VALUE '00'.
       01  WS-NOTICE-LOG-STATUS     PIC X(02).
           88  WS-NL-OK                       VALUE '00'.
           88  WS-NL-NOT-FOUND                VALUE '35'.
       01  WS-LETTER-STATUS         PIC X(02).
           88  WS-LT-OK                       VALUE '00'.
       01  WS-REGISTER-STATUS       PIC X(02).
           88  WS-RG-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-PROMOTIONS           VALUE 'Y'.
       01  WS-INDEX-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-INDEXES              VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NOTICE-DAYS           PIC 9(03) VALUE 30.
       01  WS-DAYS-TO-END           PIC S9(07).
       01  WS-SUB                   PIC 9(03).
       01  WS-HIT-SUB               PIC 9(03).
       01  WS-NEW-RATE              PIC S9V9(04).
       01  WS-OLD-RATE              PIC 9V9(04).
       01  WS-HOLDER-CUSTOMER-ID    PIC 9(07).
       01  WS-IDX-TABLE-ENTRIES     PIC 9(03) VALUE ZERO.
       01  WS-IDX-TABLE.
           05  WS-IDX-ENTRY OCCURS 50 TIMES.
               10  WS-IDX-CODE         PIC X(04).
               10  WS-IDX-RATE         PIC 9V9(04).
               10  WS-IDX-EFF-DATE     PIC 9(08).
       01  WS-STARTED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REVERTED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-NOTICES-MISSED        PIC 9(05) VALUE ZERO.
       01  WS-PROMO-PERCENT         PIC Z9.99.
       01  WS-AFTER-PERCENT         PIC Z9.99.
       01  WS-END-EDIT              PIC X(10).
       01  WS-NOTICE-TEXT           PIC X(40).
       01  WS-LETTER-TEXT           PIC X(80).
       01  WS-REGISTER-HEADER.
           05  FILLER               PIC X(32) VALUE
               'PROMOTIONAL RATE REGISTER FOR   '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-REGISTER-LINE.
           05  WS-RL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-PROMO-CODE     PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-ACTION         PIC X(08).
           05  FILLER               PIC X(06) VALUE '  OLD '.
           05  WS-RL-OLD-RATE       PIC 9.9999.
           05  FILLER               PIC X(06) VALUE '  NEW '.
           05  WS-RL-NEW-RATE       PIC 9.9999.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-INDEX          PIC X(04).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-SCAN-PROMOTIONS THRU 2000-EXIT
                   UNTIL WS-END-OF-PROMOTIONS
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no promotion file means none has been
      * booked, which is not an error.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O PROMOTION-FILE
           IF WS-PR-NOT-FOUND
               DISPLAY 'NO PROMOTIONS ON FILE'
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT PROMO-REGISTER
           IF NOT WS-PR-OK OR NOT WS-AF-OK OR NOT WS-CM-OK
               OR NOT WS-CA-OK OR NOT WS-LT-OK OR NOT WS-RG-OK
               DISPLAY 'UNABLE TO OPEN PROMOTIONAL RATE FILES, '
                   'STATUS ' WS-PROMO-STATUS ' ' WS-ACCT-FILE-STATUS
                   ' ' WS-CUSTOMER-STATUS ' ' WS-CUST-ACCT-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND NOTICE-LOG
           IF WS-NL-NOT-FOUND
               OPEN OUTPUT NOTICE-LOG
           END-IF
           SET WS-FILES-OPEN TO TRUE
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE PROMO-REGISTER-LINE FROM WS-REGISTER-HEADER
           PERFORM 1100-LOAD-INDEXES THRU 1100-EXIT.
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
      * 1100-LOAD-INDEXES - the base-rate index table as RATEREPR
      * loads it: the newest row effective on or before the
      * business date per index.  With no table an index fallback
      * keeps the rate last recorded for it.
      *-----------------------------------------------------------*
       1100-LOAD-INDEXES.
           OPEN INPUT RATE-INDEX-FILE
           IF NOT WS-IX-OK
               GO TO 1100-EXIT
           END-IF
           PERFORM 1120-LOAD-ONE-INDEX THRU 1120-EXIT
               UNTIL WS-END-OF-INDEXES
           CLOSE RATE-INDEX-FILE.
       1100-EXIT.
           EXIT.

       1120-LOAD-ONE-INDEX.
           READ RATE-INDEX-FILE
               AT END
                   SET WS-END-OF-INDEXES TO TRUE
               NOT AT END
                   IF RIX-EFFECTIVE-DATE NOT > WS-TODAY-DATE
                       PERFORM 1150-KEEP-NEWEST-INDEX THRU 1150-EXIT
                   END-IF
           END-READ.
       1120-EXIT.
           EXIT.

       1150-KEEP-NEWEST-INDEX.
           MOVE ZERO TO WS-HIT-SUB
           MOVE ZERO TO WS-SUB
           PERFORM 1180-MATCH-ONE-INDEX THRU 1180-EXIT
               UNTIL WS-HIT-SUB NOT = ZERO
               OR WS-SUB = WS-IDX-TABLE-ENTRIES
           IF WS-HIT-SUB NOT = ZERO
               IF RIX-EFFECTIVE-DATE >
                   WS-IDX-EFF-DATE (WS-HIT-SUB)
                   MOVE RIX-EFFECTIVE-DATE TO
                       WS-IDX-EFF-DATE (WS-HIT-SUB)
                   MOVE RIX-RATE TO WS-IDX-RATE (WS-HIT-SUB)
               END-IF
           ELSE
               IF WS-IDX-TABLE-ENTRIES < 50
                   ADD 1 TO WS-IDX-TABLE-ENTRIES
                   MOVE WS-IDX-TABLE-ENTRIES TO WS-SUB
                   MOVE RIX-INDEX-CODE TO WS-IDX-CODE (WS-SUB)
                   MOVE RIX-RATE TO WS-IDX-RATE (WS-SUB)
                   MOVE RIX-EFFECTIVE-DATE TO
                       WS-IDX-EFF-DATE (WS-SUB)
               END-IF
           END-IF.
       1150-EXIT.
           EXIT.

       1180-MATCH-ONE-INDEX.
           ADD 1 TO WS-SUB
           IF WS-IDX-CODE (WS-SUB) = RIX-INDEX-CODE
               MOVE WS-SUB TO WS-HIT-SUB
           END-IF.
       1180-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SCAN-PROMOTIONS - each promotion not yet over is
      * started, reverted, or watched for its notice, and
      * rewritten.
      *-----------------------------------------------------------*
       2000-SCAN-PROMOTIONS.
           READ PROMOTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-PROMOTIONS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT PRM-PENDING AND NOT PRM-ACTIVE
               GO TO 2000-EXIT
           END-IF
           IF PRM-PENDING
               AND PRM-START-DATE > WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           IF PRM-NOTICE-DATE NOT NUMERIC
               MOVE ZERO TO PRM-NOTICE-DATE
           END-IF
           IF PRM-COST-TO-DATE NOT NUMERIC
               MOVE ZERO TO PRM-COST-TO-DATE
           END-IF
           MOVE PRM-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'PROMOTION ACCOUNT NOT ON MASTER: '
                       PRM-ACCOUNT-ID
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 2000-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED OR ACCT-STATUS-CHARGED-OFF
               PERFORM 3300-END-FOR-CLOSED-ACCOUNT THRU 3300-EXIT
           ELSE
               PERFORM 2100-APPLY-PROMOTION THRU 2100-EXIT
           END-IF
           REWRITE PROMOTION-RECORD
               INVALID KEY
                   DISPLAY 'PROMOTION REWRITE FAILED: '
                       PRM-ACCOUNT-ID
           END-REWRITE.
       2000-EXIT.
           EXIT.

       2100-APPLY-PROMOTION.
           IF PRM-PENDING
               PERFORM 3000-START-PROMOTION THRU 3000-EXIT
               IF PRM-PENDING
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF PRM-END-DATE NOT > WS-TODAY-DATE
               PERFORM 3100-REVERT-PROMOTION THRU 3100-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 3200-REFRESH-FALLBACK THRU 3200-EXIT
           IF PRM-NOTICE-DATE NOT = ZERO
               GO TO 2100-EXIT
           END-IF
           COMPUTE WS-DAYS-TO-END =
               FUNCTION INTEGER-OF-DATE(PRM-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           IF WS-DAYS-TO-END NOT > WS-NOTICE-DAYS
               PERFORM 3500-SEND-END-NOTICE THRU 3500-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-START-PROMOTION - the promotional rate goes on the
      * account and its index comes off, the index and margin it
      * rejoins being kept on the promotion.
      *-----------------------------------------------------------*
       3000-START-PROMOTION.
           MOVE ACCT-INTEREST-RATE TO WS-OLD-RATE
           MOVE PRM-RATE TO ACCT-INTEREST-RATE
           MOVE SPACES TO ACCT-RATE-INDEX
           MOVE ZERO TO ACCT-RATE-MARGIN
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ACCOUNT REWRITE FAILED: '
                       PRM-ACCOUNT-ID
                   GO TO 3000-EXIT
           END-REWRITE
           SET PRM-ACTIVE TO TRUE
           MOVE 'STARTED ' TO WS-RL-ACTION
           PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT
           ADD 1 TO WS-STARTED-COUNT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-REVERT-PROMOTION - the account rejoins its fallback
      * index at the fallback margin, or takes the fixed fallback
      * rate.
      *-----------------------------------------------------------*
       3100-REVERT-PROMOTION.
           MOVE ACCT-INTEREST-RATE TO WS-OLD-RATE
           PERFORM 3200-REFRESH-FALLBACK THRU 3200-EXIT
           MOVE PRM-FALLBACK-RATE TO ACCT-INTEREST-RATE
           MOVE PRM-FALLBACK-INDEX TO ACCT-RATE-INDEX
           IF PRM-FALLBACK-INDEX NOT = SPACES
               MOVE PRM-FALLBACK-MARGIN TO ACCT-RATE-MARGIN
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'ACCOUNT REWRITE FAILED: '
                       PRM-ACCOUNT-ID
                   GO TO 3100-EXIT
           END-REWRITE
           SET PRM-ENDED TO TRUE
           MOVE WS-TODAY-DATE TO PRM-ENDED-DATE
           MOVE 'REVERTED' TO WS-RL-ACTION
           PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT
           ADD 1 TO WS-REVERTED-COUNT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-REFRESH-FALLBACK - an index fallback is priced at
      * today's index plus the margin, floored at zero.  An index
      * not on the table keeps the rate last recorded; RATEREPR
      * prices the account once the index is loaded.
      *-----------------------------------------------------------*
       3200-REFRESH-FALLBACK.
           IF PRM-FALLBACK-INDEX = SPACES
               GO TO 3200-EXIT
           END-IF
           MOVE ZERO TO WS-HIT-SUB
           MOVE ZERO TO WS-SUB
           PERFORM 3250-MATCH-FALLBACK-INDEX THRU 3250-EXIT
               UNTIL WS-HIT-SUB NOT = ZERO
               OR WS-SUB = WS-IDX-TABLE-ENTRIES
           IF WS-HIT-SUB = ZERO
               GO TO 3200-EXIT
           END-IF
           COMPUTE WS-NEW-RATE =
               WS-IDX-RATE (WS-HIT-SUB) + PRM-FALLBACK-MARGIN
           IF WS-NEW-RATE < ZERO
               MOVE ZERO TO WS-NEW-RATE
           END-IF
           MOVE WS-NEW-RATE TO PRM-FALLBACK-RATE.
       3200-EXIT.
           EXIT.

       3250-MATCH-FALLBACK-INDEX.
           ADD 1 TO WS-SUB
           IF WS-IDX-CODE (WS-SUB) = PRM-FALLBACK-INDEX
               MOVE WS-SUB TO WS-HIT-SUB
           END-IF.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-END-FOR-CLOSED-ACCOUNT - the account has closed or
      * been charged off; the promotion ends with it and the
      * account itself is left as it is.
      *-----------------------------------------------------------*
       3300-END-FOR-CLOSED-ACCOUNT.
           SET PRM-ENDED TO TRUE
           MOVE WS-TODAY-DATE TO PRM-ENDED-DATE
           MOVE ACCT-INTEREST-RATE TO WS-OLD-RATE
           MOVE 'CLOSED  ' TO WS-RL-ACTION
           PERFORM 3800-WRITE-REGISTER THRU 3800-EXIT
           ADD 1 TO WS-CLOSED-COUNT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-SEND-END-NOTICE - the letter to the primary holder,
      * the NOTCLOG line, and the stamp on the promotion.
      *-----------------------------------------------------------*
       3500-SEND-END-NOTICE.
           PERFORM 3600-FIND-PRIMARY-HOLDER THRU 3600-EXIT
           IF WS-HOLDER-CUSTOMER-ID = ZERO
               ADD 1 TO WS-NOTICES-MISSED
               GO TO 3500-EXIT
           END-IF
           MOVE WS-HOLDER-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOTICES-MISSED
                   GO TO 3500-EXIT
           END-READ
           PERFORM 3700-WRITE-LETTER THRU 3700-EXIT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'PROMOTIONAL RATE ENDS ' WS-END-EDIT
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           MOVE WS-HOLDER-CUSTOMER-ID TO NTL-CUSTOMER-ID
           MOVE PRM-ACCOUNT-ID TO NTL-ACCOUNT-ID
           SET NTL-TYPE-PROMO-ENDING TO TRUE
           MOVE ZERO TO NTL-REF-UID
           MOVE WS-TODAY-DATE TO NTL-NOTICE-DATE
           MOVE WS-NOTICE-TEXT TO NTL-TEXT
           WRITE NOTICE-LOG-RECORD
           MOVE WS-TODAY-DATE TO PRM-NOTICE-DATE
           ADD 1 TO WS-NOTICE-COUNT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-FIND-PRIMARY-HOLDER - who the notice goes to, off
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
                   IF CAR-ACCOUNT-ID = PRM-ACCOUNT-ID
                       AND CAR-ROLE-PRIMARY
                       MOVE CAR-CUSTOMER-ID
                           TO WS-HOLDER-CUSTOMER-ID
                   END-IF
           END-READ.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-WRITE-LETTER
      *-----------------------------------------------------------*
       3700-WRITE-LETTER.
           MOVE SPACES TO WS-END-EDIT
           STRING PRM-END-DATE(1:4) '-'
               PRM-END-DATE(5:2) '-'
               PRM-END-DATE(7:2)
               DELIMITED BY SIZE INTO WS-END-EDIT
           COMPUTE WS-PROMO-PERCENT = PRM-RATE * 100
           COMPUTE WS-AFTER-PERCENT = PRM-FALLBACK-RATE * 100
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
           STRING 'THE PROMOTIONAL RATE OF ' WS-PROMO-PERCENT
               ' PERCENT ON ACCOUNT ' PRM-ACCOUNT-ID
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'ENDS ON ' WS-END-EDIT '.  FROM THAT DATE THE '
               'ACCOUNT EARNS ITS STANDARD RATE,'
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           IF PRM-FALLBACK-INDEX NOT = SPACES
               STRING 'CURRENTLY ' WS-AFTER-PERCENT
                   ' PERCENT A YEAR AND MOVING WITH THE INDEX '
                   PRM-FALLBACK-INDEX '.'
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
           ELSE
               STRING WS-AFTER-PERCENT ' PERCENT A YEAR.'
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-IF
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-WRITE-REGISTER - one start, reversion, or closure
      * with the rate before and after.
      *-----------------------------------------------------------*
       3800-WRITE-REGISTER.
           MOVE PRM-ACCOUNT-ID TO WS-RL-ACCOUNT-ID
           MOVE PRM-PROMO-CODE TO WS-RL-PROMO-CODE
           MOVE WS-OLD-RATE TO WS-RL-OLD-RATE
           MOVE ACCT-INTEREST-RATE TO WS-RL-NEW-RATE
           MOVE ACCT-RATE-INDEX TO WS-RL-INDEX
           WRITE PROMO-REGISTER-LINE FROM WS-REGISTER-LINE.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'PROMOTIONS STARTED: ' WS-STARTED-COUNT
           DISPLAY 'PROMOTIONS REVERTED: ' WS-REVERTED-COUNT
           DISPLAY 'PROMOTIONS ENDED ON CLOSED ACCOUNTS: '
               WS-CLOSED-COUNT
           DISPLAY 'PROMOTION END NOTICES WRITTEN: ' WS-NOTICE-COUNT
           IF WS-NOTICES-MISSED > ZERO
               DISPLAY 'PROMOTION END NOTICES NOT DELIVERABLE: '
                   WS-NOTICES-MISSED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FILES-OPEN
               CLOSE PROMOTION-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE LETTER-FILE
               CLOSE PROMO-REGISTER
               CLOSE NOTICE-LOG
           END-IF.
       9000-EXIT.
           EXIT.
