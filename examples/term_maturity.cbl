      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  A roll-over now runs for the renewal
      *                    term the customer instructed through
      *                    TDINSTR, if any, at the rate of the TD
      *                    band on RATEBAND covering the rolled
      *                    principal (the contract rate when no
      *                    band does), and opens a grace window
      *                    of TDPARM grace days (default 10)
      *                    after the old maturity date, in which
      *                    TRANPOST charges no early-withdrawal
      *                    penalty.  The pre-maturity notice flag
      *                    is cleared for the new term.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDMATURE.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT RATE-BAND-FILE ASSIGN TO "RATEBAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-BAND-STATUS.
           SELECT TERM-DEPOSIT-PARM ASSIGN TO "TDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  RATE-BAND-FILE.
       COPY "rateband.cpy".

       FD  TERM-DEPOSIT-PARM.
       COPY "tdparm.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TD-OK                       VALUE '00'.
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RATE-BAND-STATUS      PIC X(02).
           88  WS-RB-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BAND-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-BANDS                VALUE 'Y'.
       01  WS-BAND-TABLE-ENTRIES    PIC 9(03) VALUE ZERO.
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-BND-IDX.
               10  WS-BND-BALANCE-FROM PIC 9(06)V9(02).
               10  WS-BND-BALANCE-TO   PIC 9(06)V9(02).
               10  WS-BND-RATE         PIC 9V9(04).
       01  WS-GRACE-DAYS            PIC 9(02) VALUE 10.
       01  WS-GRACE-END-INT         PIC 9(07).
       01  WS-REPRICED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-CONTRACTS            VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
               PERFORM 1600-READ-TD-PARM THRU 1600-EXIT
               PERFORM 1700-LOAD-RATE-BANDS THRU 1700-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1600-READ-TD-PARM - the grace window after a roll-over;
      * with no card, or a zero, the window is 10 days.
      *-----------------------------------------------------------*
       1600-READ-TD-PARM.
           OPEN INPUT TERM-DEPOSIT-PARM
           IF WS-PM-OK
               READ TERM-DEPOSIT-PARM
                   AT END
                       CONTINUE
                   NOT AT END
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
      * table, lowest balance first, as INTCALC reads them.  A
      * contract rolls over at the band covering its new
      * principal; with no table, or no band, it keeps its rate.
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
      * 2000-SWEEP-CONTRACTS - the next contract; matured and
      * still open means it earns its term and is disposed.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-MATURE-ONE-CONTRACT - a roll-over runs for the term
      * the customer instructed (TDINSTR), if any, at the renewal
      * rate, and opens a grace window from the old maturity
      * date in which a withdrawal draws no penalty.
      *-----------------------------------------------------------*
       2100-MATURE-ONE-CONTRACT.
           IF TDP-RENEWAL-TERM-DAYS NOT NUMERIC
               MOVE ZERO TO TDP-RENEWAL-TERM-DAYS
           END-IF
           COMPUTE WS-TERM-INTEREST ROUNDED =
               TDP-PRINCIPAL * TDP-CONTRACT-RATE
               * TDP-TERM-DAYS / 365
           END-IF
           IF TDP-ROLL-OVER
               ADD WS-TERM-INTEREST TO TDP-PRINCIPAL
               IF TDP-RENEWAL-TERM-DAYS > ZERO
                   MOVE TDP-RENEWAL-TERM-DAYS TO TDP-TERM-DAYS
                   MOVE ZERO TO TDP-RENEWAL-TERM-DAYS
               END-IF
               PERFORM 2200-APPLY-RENEWAL-RATE THRU 2200-EXIT
               COMPUTE WS-GRACE-END-INT =
                   FUNCTION INTEGER-OF-DATE(TDP-MATURITY-DATE)
                   + WS-GRACE-DAYS
               COMPUTE TDP-GRACE-END-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-GRACE-END-INT)
               MOVE ZERO TO TDP-NOTICE-DATE
               COMPUTE WS-MATURITY-INT =
                   FUNCTION INTEGER-OF-DATE(TDP-MATURITY-DATE)
                   + TDP-TERM-DAYS
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-APPLY-RENEWAL-RATE - the first TD band covering the
      * rolled principal sets the rate for the new term.
      *-----------------------------------------------------------*
       2200-APPLY-RENEWAL-RATE.
           IF WS-BAND-TABLE-ENTRIES = ZERO
               GO TO 2200-EXIT
           END-IF
           SET WS-BND-IDX TO 1
           SEARCH WS-BAND-ENTRY
               AT END
                   CONTINUE
               WHEN WS-BND-IDX NOT > WS-BAND-TABLE-ENTRIES
                   AND TDP-PRINCIPAL NOT <
                       WS-BND-BALANCE-FROM (WS-BND-IDX)
                   AND (WS-BND-BALANCE-TO (WS-BND-IDX) = ZERO
                       OR TDP-PRINCIPAL NOT >
                           WS-BND-BALANCE-TO (WS-BND-IDX))
                   IF WS-BND-RATE (WS-BND-IDX)
                       NOT = TDP-CONTRACT-RATE
                       MOVE WS-BND-RATE (WS-BND-IDX)
                           TO TDP-CONTRACT-RATE
                       ADD 1 TO WS-REPRICED-COUNT
                   END-IF
           END-SEARCH.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-WRITE-ONE-TRANSACTION - DESC, TRAN-TYPE, and AMOUNT
      * are already in the record area; everything else is the
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
       9000-TERMINATE.
           DISPLAY 'CONTRACTS ROLLED OVER: ' WS-ROLLED-COUNT
           DISPLAY 'CONTRACTS PAID OUT: ' WS-PAID-OUT-COUNT
           DISPLAY 'ROLL-OVERS REPRICED: ' WS-REPRICED-COUNT
           CLOSE TERM-DEPOSIT-FILE
           IF WS-TF-OK
               CLOSE TRANSACTION-FILE
