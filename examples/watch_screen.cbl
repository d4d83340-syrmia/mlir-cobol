      *                    re-raising alongside an open one, as
      *                    the header always promised; blocked
      *                    dispositions still re-raise.
      *   2026-10-15  RLB  Each hit raised is referred through
      *                    SARREFER to the customer's suspicious-
      *                    activity case.
      *   2026-10-15  RLB  New watch-list hits are written with
      *                    the disposition date zero.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02; line lengths
      *                    widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLSCREEN.
       COPY "busdate.cpy".

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE               PIC X(136).

       WORKING-STORAGE SECTION.
       01  WS-LIST-STATUS           PIC X(02).
               10  WS-OPN-NAME         PIC X(30).
               10  WS-OPN-ENTRY-ID     PIC 9(05).
       01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-SAR-CALLED-SW         PIC X(01) VALUE 'N'.
           88  WS-SAR-CALLED                  VALUE 'Y'.
       01  WS-CASES-OPENED          PIC 9(05) VALUE ZERO.
       01  WS-CASE-ITEMS-ADDED      PIC 9(05) VALUE ZERO.

       COPY "suspfile.cpy" REPLACING SUSPENSE-RECORD
           BY WS-SUSPENSE-RECORD.
       COPY "sarlink.cpy" REPLACING SAR-REFERRAL-PARM
           BY WS-SAR-REFERRAL-PARM.

       PROCEDURE DIVISION.
       Main-Process.
               AT END
                   SET WS-END-OF-TRANSACTIONS TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-UNPOSTED
                       MOVE ACCOUNT-ID TO ACCT-ACCOUNT-ID
                       READ ACCOUNT-MASTER
           SET WLH-OPEN TO TRUE
           MOVE SPACES TO WLH-DISPOSED-BY
           MOVE SPACES TO WLH-DISPOSITION-CODE
           MOVE ZERO TO WLH-DISPOSED-DATE
           WRITE WATCH-HIT-RECORD
           ADD 1 TO WS-HIT-COUNT
           IF WS-SCREEN-UID NOT = ZERO
               PERFORM 4300-HOLD-TRANSACTION THRU 4300-EXIT
           END-IF
           PERFORM 4400-REFER-TO-CASE THRU 4400-EXIT
           IF WS-OPEN-TABLE-ENTRIES < 500
               ADD 1 TO WS-OPEN-TABLE-ENTRIES
               MOVE WS-OPEN-TABLE-ENTRIES TO WS-OPEN-SUB
           MOVE ACCOUNT-ID TO SUS-ACCOUNT-ID
           MOVE TRAN-TYPE TO SUS-TRAN-TYPE
           MOVE AMOUNT TO SUS-AMOUNT
           MOVE ZERO TO SUS-V1-MONEY
           SET SUS-RECORD-VERSION-2 TO TRUE
           MOVE ZERO TO SUS-START-BALANCE
           MOVE 'WATCH-LIST HIT PENDING REVIEW ' TO SUS-REASON
           MOVE WS-TODAY-DATE TO SUS-DATE
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-REFER-TO-CASE - the hit goes on the customer's
      * suspicious-activity case; SARREFER finds the holder when
      * only the account is known.  A name hit on the customer
      * master carries no transaction and no amount.
      *-----------------------------------------------------------*
       4400-REFER-TO-CASE.
           SET SRF-REFER TO TRUE
           SET SRF-SOURCE-WATCH-LIST TO TRUE
           MOVE WS-SCREEN-CUSTOMER-ID TO SRF-CUSTOMER-ID
           MOVE WS-SCREEN-ACCOUNT-ID TO SRF-ACCOUNT-ID
           MOVE WS-SCREEN-UID TO SRF-UID
           MOVE WS-TODAY-DATE TO SRF-ACTIVITY-DATE
           IF WS-SCREEN-UID NOT = ZERO
               MOVE AMOUNT TO SRF-AMOUNT
           ELSE
               MOVE ZERO TO SRF-AMOUNT
           END-IF
           CALL 'SARREFER' USING WS-SAR-REFERRAL-PARM
           SET WS-SAR-CALLED TO TRUE
           EVALUATE TRUE
               WHEN SRF-CASE-OPENED
                   ADD 1 TO WS-CASES-OPENED
                   ADD 1 TO WS-CASE-ITEMS-ADDED
               WHEN SRF-CASE-ADDED
                   ADD 1 TO WS-CASE-ITEMS-ADDED
               WHEN SRF-NO-CUSTOMER
                   DISPLAY 'NO HOLDER FOR ACCOUNT '
                       WS-SCREEN-ACCOUNT-ID ' - HIT NOT REFERRED'
           END-EVALUATE.
       4400-EXIT.
           EXIT.

       4250-TEST-ONE-OPEN.
           ADD 1 TO WS-OPEN-SUB
           IF WS-OPN-NAME (WS-OPEN-SUB) = WS-SCREEN-NAME
           DISPLAY 'SCREENING HITS RAISED: ' WS-HIT-COUNT
           DISPLAY 'TRANSACTIONS HELD IN SUSPENSE: '
               WS-HELD-COUNT
           DISPLAY 'SAR CASES OPENED: ' WS-CASES-OPENED
           DISPLAY 'ITEMS ADDED TO CASES: ' WS-CASE-ITEMS-ADDED
           IF WS-SAR-CALLED
               SET SRF-FINISH TO TRUE
               CALL 'SARREFER' USING WS-SAR-REFERRAL-PARM
           END-IF
           IF WS-RUN-OK
               CLOSE WATCH-QUEUE
               CLOSE CUSTOMER-MASTER
