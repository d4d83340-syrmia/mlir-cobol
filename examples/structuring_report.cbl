      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Each flag is also appended to the
      *                    MONFIND findings log for the customer
      *                    risk rating to read.
      *   2026-10-15  RLB  Each deposit behind a flagged day or
      *                    window is referred through SARREFER to
      *                    the holder's suspicious-activity case.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and report columns
      *                    widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRUCRPT.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT FINDING-LOG ASSIGN TO "MONFIND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  FINDING-LOG.
       COPY "monfind.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PLG-OK                      VALUE '00'.
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-FINDING-STATUS        PIC X(02).
           88  WS-FD-OK                       VALUE '00'.
           88  WS-FD-NOT-FOUND                VALUE '35'.
       01  WS-FINDING-LOG-SW        PIC X(01) VALUE 'N'.
           88  WS-FINDING-LOG-OPEN            VALUE 'Y'.
       01  WS-SAR-CALLED-SW         PIC X(01) VALUE 'N'.
           88  WS-SAR-CALLED                  VALUE 'Y'.
       01  WS-CASES-OPENED          PIC 9(05) VALUE ZERO.
       01  WS-CASE-ITEMS-ADDED      PIC 9(05) VALUE ZERO.
       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOG                  VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
           05  WS-DAY-ENTRY OCCURS 1000 TIMES.
               10  WS-DAY-ACCOUNT-ID   PIC 9(07).
               10  WS-DAY-DATE         PIC 9(08).
               10  WS-DAY-TOTAL        PIC 9(13)V9(02).
               10  WS-DAY-COUNT        PIC 9(04).
               10  WS-DAY-MAX-ITEM     PIC 9(11)V9(02).
               10  WS-DAY-REFER        PIC X(01).
       01  WS-ACCT-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-ACC-ACCOUNT-ID   PIC 9(07).
               10  WS-ACC-TOTAL        PIC 9(13)V9(02).
               10  WS-ACC-COUNT        PIC 9(04).
               10  WS-ACC-MAX-ITEM     PIC 9(11)V9(02).
               10  WS-ACC-REFER        PIC X(01).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(33) VALUE
               'STRUCTURED DEPOSIT REPORT AS OF  '.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-FL-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(10) VALUE ' ITEMS    '.
           05  WS-FL-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(12) VALUE
               '  MAX ITEM  '.
           05  WS-FL-MAX            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       COPY "sarlink.cpy" REPLACING SAR-REFERRAL-PARM
           BY WS-SAR-REFERRAL-PARM.

       PROCEDURE DIVISION.
       Main-Process.
                   UNTIL WS-END-OF-LOG
               PERFORM 3000-FLAG-DAILY-SPLITS THRU 3000-EXIT
               PERFORM 4000-FLAG-WINDOW-SPLITS THRU 4000-EXIT
               IF WS-FLAGGED-COUNT > ZERO
                   PERFORM 6000-REFER-TO-CASES THRU 6000-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.
           WRITE STRUCTURING-REPORT-LINE FROM WS-REPORT-HEADER
           MOVE WS-THRESHOLD TO WS-PL-THRESHOLD
           MOVE WS-WINDOW-DAYS TO WS-PL-WINDOW
           WRITE STRUCTURING-REPORT-LINE FROM WS-PARM-LINE
           OPEN EXTEND FINDING-LOG
           IF WS-FD-NOT-FOUND
               OPEN OUTPUT FINDING-LOG
           END-IF
           IF WS-FD-OK
               SET WS-FINDING-LOG-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       AND PLG-TRAN-TYPE = 'DE'
                       AND PLG-POST-DATE NOT < WS-WINDOW-START
               MOVE ZERO TO WS-DAY-TOTAL (WS-DAY-HIT-SUB)
               MOVE ZERO TO WS-DAY-COUNT (WS-DAY-HIT-SUB)
               MOVE ZERO TO WS-DAY-MAX-ITEM (WS-DAY-HIT-SUB)
               MOVE 'N' TO WS-DAY-REFER (WS-DAY-HIT-SUB)
           END-IF
           ADD PLG-AMOUNT TO WS-DAY-TOTAL (WS-DAY-HIT-SUB)
           ADD 1 TO WS-DAY-COUNT (WS-DAY-HIT-SUB)
               MOVE ZERO TO WS-ACC-TOTAL (WS-ACCT-HIT-SUB)
               MOVE ZERO TO WS-ACC-COUNT (WS-ACCT-HIT-SUB)
               MOVE ZERO TO WS-ACC-MAX-ITEM (WS-ACCT-HIT-SUB)
               MOVE 'N' TO WS-ACC-REFER (WS-ACCT-HIT-SUB)
           END-IF
           ADD PLG-AMOUNT TO WS-ACC-TOTAL (WS-ACCT-HIT-SUB)
           ADD 1 TO WS-ACC-COUNT (WS-ACCT-HIT-SUB)
               MOVE WS-DAY-TOTAL (WS-WORK-SUB) TO WS-FL-TOTAL
               MOVE WS-DAY-MAX-ITEM (WS-WORK-SUB) TO WS-FL-MAX
               WRITE STRUCTURING-REPORT-LINE FROM WS-FLAG-LINE
               PERFORM 5000-LOG-FINDING THRU 5000-EXIT
               MOVE 'Y' TO WS-DAY-REFER (WS-WORK-SUB)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       3100-EXIT.
               MOVE WS-ACC-TOTAL (WS-WORK-SUB) TO WS-FL-TOTAL
               MOVE WS-ACC-MAX-ITEM (WS-WORK-SUB) TO WS-FL-MAX
               WRITE STRUCTURING-REPORT-LINE FROM WS-FLAG-LINE
               PERFORM 5000-LOG-FINDING THRU 5000-EXIT
               MOVE 'Y' TO WS-ACC-REFER (WS-WORK-SUB)
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-LOG-FINDING - the flag just printed goes on the
      * findings log as well, for the customer risk rating.
      *-----------------------------------------------------------*
       5000-LOG-FINDING.
           IF NOT WS-FINDING-LOG-OPEN
               GO TO 5000-EXIT
           END-IF
           SET MNF-STRUCTURING TO TRUE
           MOVE WS-FL-ACCOUNT-ID TO MNF-ACCOUNT-ID
           MOVE WS-FL-DATE TO MNF-FINDING-DATE
           IF WS-FL-SCOPE = 'DAY    '
               MOVE WS-DAY-COUNT (WS-WORK-SUB) TO MNF-ITEM-COUNT
               MOVE WS-DAY-TOTAL (WS-WORK-SUB) TO MNF-TOTAL
           ELSE
               MOVE WS-ACC-COUNT (WS-WORK-SUB) TO MNF-ITEM-COUNT
               MOVE WS-ACC-TOTAL (WS-WORK-SUB) TO MNF-TOTAL
           END-IF
           MOVE WS-FL-SCOPE TO MNF-BASIS
           WRITE MONITORING-FINDING-RECORD.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-REFER-TO-CASES - a second pass of the log puts each
      * deposit behind a flagged day or window on the holder's
      * suspicious-activity case.
      *-----------------------------------------------------------*
       6000-REFER-TO-CASES.
           CLOSE POSTING-LOG
           OPEN INPUT POSTING-LOG
           IF NOT WS-PLG-OK
               DISPLAY 'POSTING LOG WILL NOT REOPEN - NOTHING '
                   'REFERRED'
               MOVE 'N' TO WS-RUN-OK-SW
               CLOSE STRUCTURING-REPORT
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO WS-LOG-EOF-SW
           PERFORM 6100-REFER-ONE-DEPOSIT THRU 6100-EXIT
               UNTIL WS-END-OF-LOG.
       6000-EXIT.
           EXIT.

       6100-REFER-ONE-DEPOSIT.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-LOG TO TRUE
                   GO TO 6100-EXIT
           END-READ
           CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
           IF PLG-RESULT NOT = 'POSTED  '
               OR PLG-TRAN-TYPE NOT = 'DE'
               OR PLG-POST-DATE < WS-WINDOW-START
               OR PLG-POST-DATE > WS-TODAY-DATE
               GO TO 6100-EXIT
           END-IF
           MOVE ZERO TO WS-DAY-HIT-SUB
           MOVE ZERO TO WS-DAY-SUB
           PERFORM 2150-MATCH-ONE-DAY THRU 2150-EXIT
               UNTIL WS-DAY-HIT-SUB NOT = ZERO
               OR WS-DAY-SUB = WS-DAY-TABLE-ENTRIES
           IF WS-DAY-HIT-SUB NOT = ZERO
               IF WS-DAY-REFER (WS-DAY-HIT-SUB) = 'Y'
                   PERFORM 6200-REFER-ONE-ITEM THRU 6200-EXIT
                   GO TO 6100-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-ACCT-HIT-SUB
           MOVE ZERO TO WS-ACCT-SUB
           PERFORM 2350-MATCH-ONE-ACCOUNT THRU 2350-EXIT
               UNTIL WS-ACCT-HIT-SUB NOT = ZERO
               OR WS-ACCT-SUB = WS-ACCT-TABLE-ENTRIES
           IF WS-ACCT-HIT-SUB NOT = ZERO
               IF WS-ACC-REFER (WS-ACCT-HIT-SUB) = 'Y'
                   PERFORM 6200-REFER-ONE-ITEM THRU 6200-EXIT
               END-IF
           END-IF.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-REFER-ONE-ITEM - the deposit in the log record area
      * to SARREFER, which finds the holder and the case.
      *-----------------------------------------------------------*
       6200-REFER-ONE-ITEM.
           SET SRF-REFER TO TRUE
           SET SRF-SOURCE-STRUCTURING TO TRUE
           MOVE ZERO TO SRF-CUSTOMER-ID
           MOVE PLG-ACCOUNT-ID TO SRF-ACCOUNT-ID
           MOVE PLG-UID TO SRF-UID
           MOVE PLG-POST-DATE TO SRF-ACTIVITY-DATE
           MOVE PLG-AMOUNT TO SRF-AMOUNT
           CALL 'SARREFER' USING WS-SAR-REFERRAL-PARM
           SET WS-SAR-CALLED TO TRUE
           EVALUATE TRUE
               WHEN SRF-CASE-OPENED
                   ADD 1 TO WS-CASES-OPENED
                   ADD 1 TO WS-CASE-ITEMS-ADDED
               WHEN SRF-CASE-ADDED
                   ADD 1 TO WS-CASE-ITEMS-ADDED
               WHEN SRF-NO-CUSTOMER
                   DISPLAY 'NO HOLDER FOR ACCOUNT ' PLG-ACCOUNT-ID
                       ' - UID ' PLG-UID ' NOT REFERRED'
           END-EVALUATE.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'STRUCTURING FLAGS RAISED: ' WS-FLAGGED-COUNT
           DISPLAY 'SAR CASES OPENED:         ' WS-CASES-OPENED
           DISPLAY 'ITEMS ADDED TO CASES:     ' WS-CASE-ITEMS-ADDED
           IF WS-SAR-CALLED
               SET SRF-FINISH TO TRUE
               CALL 'SARREFER' USING WS-SAR-REFERRAL-PARM
           END-IF
           IF WS-RUN-OK
               CLOSE POSTING-LOG
               CLOSE STRUCTURING-REPORT
           END-IF
           IF WS-FINDING-LOG-OPEN
               CLOSE FINDING-LOG
           END-IF.
       9000-EXIT.
           EXIT.
