      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Outbound wire reservations on the hold
      *                    file are not uncleared deposits and
      *                    are left out of the hold totals.
      *   2026-10-15  RLB  Legal-order holds are not uncleared
      *                    deposits either and are left out of
      *                    the hold totals.
      *   2026-10-15  RLB  The withdrawals behind each flagged
      *                    account or shuttling pair are referred
      *                    through SARREFER to the holder's
      *                    suspicious-activity case.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE, HOLDWIDE
      *                    and TRANWIDE so old-layout records are
      *                    accepted; money work fields, report
      *                    columns and line lengths widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KITERPT.
       COPY "balhist.cpy".

       FD  KITING-REPORT.
       01  KITING-REPORT-LINE          PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".
       01  WS-LOW-ACCOUNT           PIC 9(07).
       01  WS-HIGH-ACCOUNT          PIC 9(07).
       01  WS-SNAP-BALANCE          PIC S9(06)V9(02).
       01  WS-SAR-CALLED-SW         PIC X(01) VALUE 'N'.
           88  WS-SAR-CALLED                  VALUE 'Y'.
       01  WS-CASES-OPENED          PIC 9(05) VALUE ZERO.
       01  WS-CASE-ITEMS-ADDED      PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------*
      * Per-account period activity: withdrawals, holds, and the
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACC-ACCOUNT-ID   PIC 9(07).
               10  WS-ACC-WD-COUNT     PIC 9(04).
               10  WS-ACC-WD-TOTAL     PIC 9(13)V9(02).
               10  WS-ACC-HOLD-TOTAL   PIC 9(13)V9(02).
               10  WS-ACC-SNAP-DATE    PIC 9(08).
               10  WS-ACC-SNAP-BAL     PIC S9(11)V9(02).
               10  WS-ACC-REFER        PIC X(01).
                   88  WS-ACC-REFER-NONE          VALUE 'N'.
                   88  WS-ACC-REFER-ALL           VALUE 'A'.
                   88  WS-ACC-REFER-TRANSFERS     VALUE 'T'.
       01  WS-MATCH-ACCOUNT-ID      PIC 9(07).

      *-----------------------------------------------------------*
       01  WS-UNCLEARED-LINE.
           05  WS-UL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(08) VALUE '  HOLDS '.
           05  WS-UL-HOLDS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  WD  '.
           05  WS-UL-WD-COUNT       PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE ' /'.
           05  WS-UL-WD-TOTAL       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(07) VALUE '  BAL  '.
           05  WS-UL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-SHUTTLE-LINE.
           05  FILLER               PIC X(09) VALUE 'SHUTTLE  '.
           05  WS-SL-LOW            PIC 9(07).
           05  FILLER               PIC X(20) VALUE
               ' TRANSFERS IN PERIOD'.

       COPY "sarlink.cpy" REPLACING SAR-REFERRAL-PARM
           BY WS-SAR-REFERRAL-PARM.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
               PERFORM 5000-RESOLVE-PAIRS THRU 5000-EXIT
               PERFORM 6000-REPORT-UNCLEARED-USAGE THRU 6000-EXIT
               PERFORM 7000-REPORT-SHUTTLES THRU 7000-EXIT
               IF WS-FLAGGED-COUNT > ZERO
                   PERFORM 8000-REFER-TO-CASES THRU 8000-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.
               AT END
                   SET WS-END-OF-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-POSTED
                       AND TRAN-POST-DATE NOT < WS-PERIOD-START
                       AND TRAN-POST-DATE NOT > WS-PERIOD-END
               MOVE ZERO TO WS-ACC-HOLD-TOTAL (WS-HIT-SUB)
               MOVE ZERO TO WS-ACC-SNAP-DATE (WS-HIT-SUB)
               MOVE ZERO TO WS-ACC-SNAP-BAL (WS-HIT-SUB)
               SET WS-ACC-REFER-NONE (WS-HIT-SUB) TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
               NOT AT END
                   CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
                   IF HLD-RELEASE-DATE > WS-TODAY-DATE
                       AND NOT HLD-WIRE-RESERVATION
                       AND NOT HLD-LEGAL-ORDER-HOLD
                       MOVE HLD-ACCOUNT-ID TO WS-MATCH-ACCOUNT-ID
                       PERFORM 2100-FIND-OR-ADD-ACCOUNT
                           THRU 2100-EXIT
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   MOVE BHS-ACCOUNT-ID TO WS-MATCH-ACCOUNT-ID
                   MOVE ZERO TO WS-HIT-SUB
                   MOVE ZERO TO WS-SUB
               INVALID KEY
                   GO TO 5100-EXIT
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   MOVE ACCOUNT-ID TO WS-PAIR-ACCOUNT
           END-READ
           IF WS-LEG-ACCOUNT-ID (WS-WORK-SUB) < WS-PAIR-ACCOUNT
               MOVE WS-ACC-SNAP-BAL (WS-WORK-SUB)
                   TO WS-UL-BALANCE
               WRITE KITING-REPORT-LINE FROM WS-UNCLEARED-LINE
               SET WS-ACC-REFER-ALL (WS-WORK-SUB) TO TRUE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       6100-EXIT.
                   TO WS-SL-HIGH
               MOVE WS-PR-COUNT (WS-WORK-SUB) TO WS-SL-COUNT
               WRITE KITING-REPORT-LINE FROM WS-SHUTTLE-LINE
               MOVE WS-PR-LOW-ACCOUNT (WS-WORK-SUB)
                   TO WS-MATCH-ACCOUNT-ID
               PERFORM 7200-MARK-SHUTTLE-ACCOUNT THRU 7200-EXIT
               MOVE WS-PR-HIGH-ACCOUNT (WS-WORK-SUB)
                   TO WS-MATCH-ACCOUNT-ID
               PERFORM 7200-MARK-SHUTTLE-ACCOUNT THRU 7200-EXIT
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7200-MARK-SHUTTLE-ACCOUNT - the transfers out of each side
      * of a shuttling pair go on the case, unless the account is
      * already down for every withdrawal.
      *-----------------------------------------------------------*
       7200-MARK-SHUTTLE-ACCOUNT.
           PERFORM 2100-FIND-OR-ADD-ACCOUNT THRU 2100-EXIT
           IF WS-HIT-SUB NOT = ZERO
               IF WS-ACC-REFER-NONE (WS-HIT-SUB)
                   SET WS-ACC-REFER-TRANSFERS (WS-HIT-SUB) TO TRUE
               END-IF
           END-IF.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-REFER-TO-CASES - a second pass of the period's
      * postings puts the withdrawals behind each flag on the
      * holder's suspicious-activity case: every withdrawal for
      * an account spending against uncleared holds, the transfer
      * legs for a shuttling pair.
      *-----------------------------------------------------------*
       8000-REFER-TO-CASES.
           MOVE ZERO TO UID
           START TRANSACTION-FILE KEY IS NOT LESS THAN UID
               INVALID KEY
                   GO TO 8000-EXIT
           END-START
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 8100-REFER-ONE-POSTING THRU 8100-EXIT
               UNTIL WS-END-OF-SCAN.
       8000-EXIT.
           EXIT.

       8100-REFER-ONE-POSTING.
           READ TRANSACTION-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 8100-EXIT
           END-READ
           CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
           IF NOT TRAN-POSTED
               OR NOT TRAN-WITHDRAWAL
               OR TRAN-POST-DATE < WS-PERIOD-START
               OR TRAN-POST-DATE > WS-PERIOD-END
               GO TO 8100-EXIT
           END-IF
           MOVE ACCOUNT-ID TO WS-MATCH-ACCOUNT-ID
           MOVE ZERO TO WS-HIT-SUB
           MOVE ZERO TO WS-SUB
           PERFORM 2150-MATCH-ONE-ACCOUNT THRU 2150-EXIT
               UNTIL WS-HIT-SUB NOT = ZERO
               OR WS-SUB = WS-ACCT-TABLE-ENTRIES
           IF WS-HIT-SUB = ZERO
               GO TO 8100-EXIT
           END-IF
           IF WS-ACC-REFER-NONE (WS-HIT-SUB)
               GO TO 8100-EXIT
           END-IF
           IF WS-ACC-REFER-TRANSFERS (WS-HIT-SUB)
               AND TRANSFER-PAIR-UID = ZERO
               GO TO 8100-EXIT
           END-IF
           SET SRF-REFER TO TRUE
           SET SRF-SOURCE-KITING TO TRUE
           MOVE ZERO TO SRF-CUSTOMER-ID
           MOVE ACCOUNT-ID TO SRF-ACCOUNT-ID
           MOVE UID TO SRF-UID
           MOVE TRAN-POST-DATE TO SRF-ACTIVITY-DATE
           MOVE AMOUNT TO SRF-AMOUNT
           CALL 'SARREFER' USING WS-SAR-REFERRAL-PARM
           SET WS-SAR-CALLED TO TRUE
           EVALUATE TRUE
               WHEN SRF-CASE-OPENED
                   ADD 1 TO WS-CASES-OPENED
                   ADD 1 TO WS-CASE-ITEMS-ADDED
               WHEN SRF-CASE-ADDED
                   ADD 1 TO WS-CASE-ITEMS-ADDED
               WHEN SRF-NO-CUSTOMER
                   DISPLAY 'NO HOLDER FOR ACCOUNT ' ACCOUNT-ID
                       ' - UID ' UID ' NOT REFERRED'
           END-EVALUATE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'KITING PATTERNS FLAGGED: ' WS-FLAGGED-COUNT
           DISPLAY 'SAR CASES OPENED:        ' WS-CASES-OPENED
           DISPLAY 'ITEMS ADDED TO CASES:    ' WS-CASE-ITEMS-ADDED
           IF WS-SAR-CALLED
               SET SRF-FINISH TO TRUE
               CALL 'SARREFER' USING WS-SAR-REFERRAL-PARM
           END-IF
           IF WS-RUN-OK
               CLOSE TRANSACTION-FILE
               CLOSE KITING-REPORT
