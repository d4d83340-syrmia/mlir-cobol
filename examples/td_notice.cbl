      *-----------------------------------------------------------*
      * PROGRAM:      TDNOTICE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly term-deposit pre-maturity notices.  Walks the
      * contract file and writes a letter (TDNOTC.OUT) to the
      * primary holder of every open deposit maturing within the
      * TDPARM notice days (default 30): the maturity date, the
      * proceeds, what will happen at maturity, and the rate a
      * renewal would earn - the TD band on RATEBAND covering the
      * proceeds, as TDMATURE will apply it, or the contract rate
      * when no band does.  The customer then has until the
      * maturity date to change the disposition or the renewal
      * term through the branch (TDINSTR).
      *
      * Each letter is logged on NOTCLOG as type TDMN and stamped
      * on the contract, so a term is noticed once; TDMATURE
      * clears the stamp for the next term and TDINSTR clears it
      * when the instruction changes.  A deposit whose holder
      * cannot be addressed is tried again the next night.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDNOTICE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-ACCOUNT-ID
               FILE STATUS IS WS-TERM-STATUS.
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
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-BAND-STATUS.
           SELECT TERM-DEPOSIT-PARM ASSIGN TO "TDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT NOTICE-LOG ASSIGN TO "NOTCLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-LOG-STATUS.
           SELECT LETTER-FILE ASSIGN TO "TDNOTC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TERM-DEPOSIT-FILE.
       COPY "termdep.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  RATE-BAND-FILE.
       COPY "rateband.cpy".

       FD  TERM-DEPOSIT-PARM.
       COPY "tdparm.cpy".

       FD  NOTICE-LOG.
       COPY "notclog.cpy".

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TD-OK                       VALUE '00'.
           88  WS-TD-NOT-FOUND                VALUE '35'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-RATE-BAND-STATUS      PIC X(02).
           88  WS-RB-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-NOTICE-LOG-STATUS     PIC X(02).
           88  WS-NL-OK                       VALUE '00'.
           88  WS-NL-NOT-FOUND                VALUE '35'.
       01  WS-LETTER-STATUS         PIC X(02).
           88  WS-LT-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-CONTRACTS            VALUE 'Y'.
       01  WS-BAND-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-BANDS                VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-BAND-TABLE-ENTRIES    PIC 9(03) VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-BND-IDX.
               10  WS-BND-BALANCE-FROM PIC 9(06)V9(02).
               10  WS-BND-BALANCE-TO   PIC 9(06)V9(02).
               10  WS-BND-RATE         PIC 9V9(04).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NOTICE-DAYS           PIC 9(03) VALUE 30.
       01  WS-GRACE-DAYS            PIC 9(02) VALUE 10.
       01  WS-DAYS-TO-MATURITY      PIC S9(07).
       01  WS-HOLDER-CUSTOMER-ID    PIC 9(07).
       01  WS-TERM-INTEREST         PIC 9(06)V9(02).
       01  WS-PROCEEDS              PIC 9(07)V9(02).
       01  WS-RENEWAL-TERM          PIC 9(04).
       01  WS-RENEWAL-RATE          PIC 9V9(04).
       01  WS-RATE-PERCENT          PIC Z9.99.
       01  WS-TERM-EDIT             PIC ZZZ9.
       01  WS-GRACE-EDIT            PIC Z9.
       01  WS-PROCEEDS-EDIT         PIC Z,ZZZ,ZZ9.99.
       01  WS-MATURITY-EDIT         PIC X(10).
       01  WS-NOTICE-TEXT           PIC X(40).
       01  WS-LETTER-TEXT           PIC X(80).
       01  WS-NOTICE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-NOTICES-MISSED        PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-SCAN-CONTRACTS THRU 2000-EXIT
                   UNTIL WS-END-OF-CONTRACTS
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no contract file means no term deposits
      * are booked, which is not an error.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O TERM-DEPOSIT-FILE
           IF WS-TD-NOT-FOUND
               DISPLAY 'NO TERM-DEPOSIT CONTRACTS ON FILE'
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN OUTPUT LETTER-FILE
           IF NOT WS-TD-OK OR NOT WS-CM-OK OR NOT WS-CA-OK
               OR NOT WS-LT-OK
               DISPLAY 'UNABLE TO OPEN PRE-MATURITY NOTICE FILES, '
                   'STATUS ' WS-TERM-STATUS ' ' WS-CUSTOMER-STATUS
                   ' ' WS-CUST-ACCT-STATUS ' ' WS-LETTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND NOTICE-LOG
           IF WS-NL-NOT-FOUND
               OPEN OUTPUT NOTICE-LOG
           END-IF
           SET WS-FILES-OPEN TO TRUE
           PERFORM 1600-READ-TD-PARM THRU 1600-EXIT
           PERFORM 1700-LOAD-RATE-BANDS THRU 1700-EXIT.
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
      * 1600-READ-TD-PARM - notice days and the grace window the
      * letter quotes; a missing card or a zero takes 30 and 10.
      *-----------------------------------------------------------*
       1600-READ-TD-PARM.
           OPEN INPUT TERM-DEPOSIT-PARM
           IF WS-PM-OK
               READ TERM-DEPOSIT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TDM-NOTICE-DAYS NUMERIC
                           AND TDM-NOTICE-DAYS > ZERO
                           MOVE TDM-NOTICE-DAYS TO WS-NOTICE-DAYS
                       END-IF
                       IF TDM-GRACE-DAYS NUMERIC
                           AND TDM-GRACE-DAYS > ZERO
                           MOVE TDM-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE TERM-DEPOSIT-PARM
           END-IF.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1700-LOAD-RATE-BANDS - the TD rows of the tiered rate-band
      * table, as TDMATURE loads them.
      *-----------------------------------------------------------*
       1700-LOAD-RATE-BANDS.
           INITIALIZE WS-BAND-TABLE
           OPEN INPUT RATE-BAND-FILE
           IF WS-RB-OK
               PERFORM 1750-READ-ONE-BAND THRU 1750-EXIT
                   UNTIL WS-END-OF-BANDS
                   OR WS-BAND-TABLE-ENTRIES = 20
               CLOSE RATE-BAND-FILE
           END-IF.
       1700-EXIT.
           EXIT.

       1750-READ-ONE-BAND.
           READ RATE-BAND-FILE
               AT END
                   SET WS-END-OF-BANDS TO TRUE
               NOT AT END
                   IF RTB-CATEGORY = 'TD'
                       ADD 1 TO WS-BAND-TABLE-ENTRIES
                       SET WS-BND-IDX TO WS-BAND-TABLE-ENTRIES
                       MOVE RTB-BALANCE-FROM TO
                           WS-BND-BALANCE-FROM (WS-BND-IDX)
                       MOVE RTB-BALANCE-TO TO
                           WS-BND-BALANCE-TO (WS-BND-IDX)
                       MOVE RTB-RATE TO
                           WS-BND-RATE (WS-BND-IDX)
                   END-IF
           END-READ.
       1750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-SCAN-CONTRACTS - an open contract maturing after
      * today and inside the notice window, not yet noticed for
      * this term, earns its letter.
      *-----------------------------------------------------------*
       2000-SCAN-CONTRACTS.
           READ TERM-DEPOSIT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CONTRACTS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT TDP-OPEN
               OR TDP-MATURITY-DATE NOT > WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           IF TDP-NOTICE-DATE NUMERIC
               AND TDP-NOTICE-DATE NOT = ZERO
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-DAYS-TO-MATURITY =
               FUNCTION INTEGER-OF-DATE(TDP-MATURITY-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           IF WS-DAYS-TO-MATURITY > WS-NOTICE-DAYS
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-SEND-MATURITY-NOTICE THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SEND-MATURITY-NOTICE - the proceeds and renewal terms
      * as TDMATURE will work them, the letter, the NOTCLOG line,
      * and the stamp on the contract.
      *-----------------------------------------------------------*
       3000-SEND-MATURITY-NOTICE.
           PERFORM 3600-FIND-PRIMARY-HOLDER THRU 3600-EXIT
           IF WS-HOLDER-CUSTOMER-ID = ZERO
               ADD 1 TO WS-NOTICES-MISSED
               GO TO 3000-EXIT
           END-IF
           MOVE WS-HOLDER-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOTICES-MISSED
                   GO TO 3000-EXIT
           END-READ
           IF TDP-RENEWAL-TERM-DAYS NOT NUMERIC
               MOVE ZERO TO TDP-RENEWAL-TERM-DAYS
           END-IF
           IF TDP-GRACE-END-DATE NOT NUMERIC
               MOVE ZERO TO TDP-GRACE-END-DATE
           END-IF
           COMPUTE WS-TERM-INTEREST ROUNDED =
               TDP-PRINCIPAL * TDP-CONTRACT-RATE
               * TDP-TERM-DAYS / 365
           COMPUTE WS-PROCEEDS = TDP-PRINCIPAL + WS-TERM-INTEREST
           IF TDP-RENEWAL-TERM-DAYS > ZERO
               MOVE TDP-RENEWAL-TERM-DAYS TO WS-RENEWAL-TERM
           ELSE
               MOVE TDP-TERM-DAYS TO WS-RENEWAL-TERM
           END-IF
           PERFORM 3100-FIND-RENEWAL-RATE THRU 3100-EXIT
           PERFORM 3200-WRITE-LETTER THRU 3200-EXIT
           MOVE SPACES TO WS-NOTICE-TEXT
           STRING 'TERM DEPOSIT MATURES ' WS-MATURITY-EDIT
               DELIMITED BY SIZE INTO WS-NOTICE-TEXT
           MOVE WS-HOLDER-CUSTOMER-ID TO NTL-CUSTOMER-ID
           MOVE TDP-ACCOUNT-ID TO NTL-ACCOUNT-ID
           SET NTL-TYPE-TD-MATURITY TO TRUE
           MOVE ZERO TO NTL-REF-UID
           MOVE WS-TODAY-DATE TO NTL-NOTICE-DATE
           MOVE WS-NOTICE-TEXT TO NTL-TEXT
           WRITE NOTICE-LOG-RECORD
           MOVE WS-TODAY-DATE TO TDP-NOTICE-DATE
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY 'CONTRACT REWRITE FAILED: '
                       TDP-ACCOUNT-ID
           END-REWRITE
           ADD 1 TO WS-NOTICE-COUNT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-FIND-RENEWAL-RATE - the first TD band covering the
      * proceeds; the contract rate when none does.
      *-----------------------------------------------------------*
       3100-FIND-RENEWAL-RATE.
           MOVE TDP-CONTRACT-RATE TO WS-RENEWAL-RATE
           IF WS-BAND-TABLE-ENTRIES = ZERO
               GO TO 3100-EXIT
           END-IF
           SET WS-BND-IDX TO 1
           SEARCH WS-BAND-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BND-IDX NOT > WS-BAND-TABLE-ENTRIES
                   AND WS-PROCEEDS NOT <
                       WS-BND-BALANCE-FROM (WS-BND-IDX)
                   AND (WS-BND-BALANCE-TO (WS-BND-IDX) = ZERO
                       OR WS-PROCEEDS NOT >
                           WS-BND-BALANCE-TO (WS-BND-IDX))
                   MOVE WS-BND-RATE (WS-BND-IDX) TO WS-RENEWAL-RATE
           END-SEARCH.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-WRITE-LETTER
      *-----------------------------------------------------------*
       3200-WRITE-LETTER.
           MOVE SPACES TO WS-MATURITY-EDIT
           STRING TDP-MATURITY-DATE(1:4) '-'
               TDP-MATURITY-DATE(5:2) '-'
               TDP-MATURITY-DATE(7:2)
               DELIMITED BY SIZE INTO WS-MATURITY-EDIT
           COMPUTE WS-RATE-PERCENT = WS-RENEWAL-RATE * 100
           MOVE WS-RENEWAL-TERM TO WS-TERM-EDIT
           MOVE WS-GRACE-DAYS TO WS-GRACE-EDIT
           MOVE WS-PROCEEDS TO WS-PROCEEDS-EDIT
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
           STRING 'YOUR TERM DEPOSIT ' TDP-ACCOUNT-ID
               ' MATURES ON ' WS-MATURITY-EDIT '.'
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'PRINCIPAL WITH INTEREST AT MATURITY: '
               WS-PROCEEDS-EDIT
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT
           MOVE SPACES TO WS-LETTER-TEXT
           IF TDP-ROLL-OVER
               STRING 'IT WILL RENEW FOR ' WS-TERM-EDIT
                   ' DAYS AT ' WS-RATE-PERCENT ' PERCENT A YEAR.'
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
               MOVE SPACES TO WS-LETTER-TEXT
               STRING 'AFTER RENEWAL YOU MAY WITHDRAW WITHOUT '
                   'PENALTY FOR ' WS-GRACE-EDIT ' DAYS.'
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           ELSE
               MOVE 'IT WILL BE PAID OUT ON THE MATURITY DATE.'
                   TO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
               MOVE SPACES TO WS-LETTER-TEXT
               STRING 'RENEWED INSTEAD FOR ' WS-TERM-EDIT
                   ' DAYS, IT WOULD EARN ' WS-RATE-PERCENT
                   ' PERCENT A YEAR.'
                   DELIMITED BY SIZE INTO WS-LETTER-TEXT
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           STRING 'TO CHANGE THESE INSTRUCTIONS, CONTACT THE '
               'BRANCH BY ' WS-MATURITY-EDIT '.'
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           WRITE LETTER-LINE FROM WS-LETTER-TEXT.
       3200-EXIT.
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
                   IF CAR-ACCOUNT-ID = TDP-ACCOUNT-ID
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
           DISPLAY 'PRE-MATURITY NOTICES WRITTEN: ' WS-NOTICE-COUNT
           IF WS-NOTICES-MISSED > ZERO
               DISPLAY 'PRE-MATURITY NOTICES NOT DELIVERABLE: '
                   WS-NOTICES-MISSED
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-FILES-OPEN
               CLOSE TERM-DEPOSIT-FILE
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE LETTER-FILE
               CLOSE NOTICE-LOG
           END-IF.
       9000-EXIT.
           EXIT.
