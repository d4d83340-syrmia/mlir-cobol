      *                    the named branch are reported.  No
      *                    card, or branch 999, reports every
      *                    branch as before.
      *   2026-10-15  RLB  Each account-day reaching the
      *                    threshold is also appended to the
      *                    MONFIND findings log, whatever branch
      *                    the run prints, for the customer risk
      *                    rating to read.
      *   2026-10-15  RLB  Each item of an account-day reaching
      *                    the threshold is referred through
      *                    SARREFER to the holder's suspicious-
      *                    activity case.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and report columns
      *                    widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRGTRPT.
           SELECT LARGE-TRAN-REPORT ASSIGN TO "LRGTRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT FINDING-LOG ASSIGN TO "MONFIND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FINDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SW-ACCOUNT-ID           PIC 9(07).
           05  SW-POST-DATE            PIC 9(08).
           05  SW-UID                  PIC 9(05).
           05  SW-AMOUNT               PIC 9(11)V9(02).

       FD  LARGE-TRAN-REPORT.
       01  LARGE-TRAN-REPORT-LINE      PIC X(80).

       FD  FINDING-LOG.
       COPY "monfind.cpy".

       WORKING-STORAGE SECTION.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PLG-OK                      VALUE '00'.
           88  WS-FIRST-RECORD-FOR-ACCOUNT   VALUE 'Y'.
       01  WS-CURRENT-ACCOUNT-ID    PIC 9(07).
       01  WS-CURRENT-POST-DATE     PIC 9(08).
       01  WS-ACCOUNT-TOTAL         PIC 9(13)V9(02) VALUE ZERO.
       01  WS-ACCOUNT-ITEMS         PIC 9(05) VALUE ZERO.
       01  WS-LARGEST-ITEM          PIC 9(11)V9(02) VALUE ZERO.
       01  WS-EXCEPTION-NUMBER      PIC 9(05) VALUE ZERO.
       01  WS-BRANCH-PARM-STATUS    PIC X(02).
           88  WS-BP-OK                       VALUE '00'.
       01  WS-FINDING-STATUS        PIC X(02).
           88  WS-FL-OK                       VALUE '00'.
           88  WS-FL-NOT-FOUND                VALUE '35'.
       01  WS-FINDING-LOG-SW        PIC X(01) VALUE 'N'.
           88  WS-FINDING-LOG-OPEN            VALUE 'Y'.
       01  WS-BRANCH-SELECT         PIC 9(03) VALUE 999.
       01  WS-SAR-CALLED-SW         PIC X(01) VALUE 'N'.
           88  WS-SAR-CALLED                  VALUE 'Y'.
       01  WS-CASES-OPENED          PIC 9(05) VALUE ZERO.
       01  WS-CASE-ITEMS-ADDED      PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------*
      * The items making up the current account-day, kept so a
      * day reaching the threshold can be put on a case item by
      * item.
      *-----------------------------------------------------------*
       01  WS-ITEM-TABLE-ENTRIES    PIC 9(03) VALUE ZERO.
       01  WS-ITEM-SUB              PIC 9(03).
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 100 TIMES.
               10  WS-ITEM-UID         PIC 9(05).
               10  WS-ITEM-AMOUNT      PIC 9(11)V9(02).
       01  WS-HEADING-LINE.
           05  FILLER               PIC X(36) VALUE
               'LARGE TRANSACTION REPORT, THRESHOLD '.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ITEMS          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-BASIS          PIC X(09).
       01  WS-TOTAL-LINE.
               'EXCEPTIONS REPORTED: '.
           05  WS-TL-EXCEPTIONS     PIC ZZ,ZZ9.

       COPY "sarlink.cpy" REPLACING SAR-REFERRAL-PARM
           BY WS-SAR-REFERRAL-PARM.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-END-OF-SORT
               MOVE LRG-THRESHOLD TO WS-HL-THRESHOLD
               WRITE LARGE-TRAN-REPORT-LINE FROM WS-HEADING-LINE
               OPEN EXTEND FINDING-LOG
               IF WS-FL-NOT-FOUND
                   OPEN OUTPUT FINDING-LOG
               END-IF
               IF WS-FL-OK
                   SET WS-FINDING-LOG-OPEN TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
               AT END
                   SET WS-END-OF-SORT TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       MOVE PLG-ACCOUNT-ID TO SW-ACCOUNT-ID
                       MOVE PLG-POST-DATE TO SW-POST-DATE
                       MOVE ZERO TO WS-ACCOUNT-TOTAL
                       MOVE ZERO TO WS-ACCOUNT-ITEMS
                       MOVE ZERO TO WS-LARGEST-ITEM
                       MOVE ZERO TO WS-ITEM-TABLE-ENTRIES
                       MOVE 'N' TO WS-FIRST-TIME-SW
                   END-IF
                   IF SW-ACCOUNT-ID NOT = WS-CURRENT-ACCOUNT-ID
                       MOVE ZERO TO WS-ACCOUNT-TOTAL
                       MOVE ZERO TO WS-ACCOUNT-ITEMS
                       MOVE ZERO TO WS-LARGEST-ITEM
                       MOVE ZERO TO WS-ITEM-TABLE-ENTRIES
                   END-IF
                   ADD SW-AMOUNT TO WS-ACCOUNT-TOTAL
                   ADD 1 TO WS-ACCOUNT-ITEMS
                   IF SW-AMOUNT > WS-LARGEST-ITEM
                       MOVE SW-AMOUNT TO WS-LARGEST-ITEM
                   END-IF
                   IF WS-ITEM-TABLE-ENTRIES < 100
                       ADD 1 TO WS-ITEM-TABLE-ENTRIES
                       MOVE SW-UID TO
                           WS-ITEM-UID (WS-ITEM-TABLE-ENTRIES)
                       MOVE SW-AMOUNT TO
                           WS-ITEM-AMOUNT (WS-ITEM-TABLE-ENTRIES)
                   END-IF
           END-RETURN.
       3100-EXIT.
           EXIT.
      *-----------------------------------------------------------*
       3200-JUDGE-ONE-ACCOUNT.
           IF WS-ACCOUNT-TOTAL NOT < LRG-THRESHOLD
               PERFORM 3300-LOG-FINDING THRU 3300-EXIT
               MOVE ZERO TO WS-ITEM-SUB
               PERFORM 3400-REFER-ONE-ITEM THRU 3400-EXIT
                   UNTIL WS-ITEM-SUB = WS-ITEM-TABLE-ENTRIES
               ADD 1 TO WS-EXCEPTION-NUMBER
               MOVE WS-EXCEPTION-NUMBER TO WS-DL-NUMBER
               MOVE WS-CURRENT-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-LOG-FINDING - every account-day reaching the
      * threshold goes on the findings log, whatever branch this
      * run prints, for the customer risk rating to read.
      *-----------------------------------------------------------*
       3300-LOG-FINDING.
           IF NOT WS-FINDING-LOG-OPEN
               GO TO 3300-EXIT
           END-IF
           SET MNF-LARGE-TRANSACTION TO TRUE
           MOVE WS-CURRENT-ACCOUNT-ID TO MNF-ACCOUNT-ID
           MOVE WS-CURRENT-POST-DATE TO MNF-FINDING-DATE
           MOVE WS-ACCOUNT-ITEMS TO MNF-ITEM-COUNT
           MOVE WS-ACCOUNT-TOTAL TO MNF-TOTAL
           IF WS-LARGEST-ITEM NOT < LRG-THRESHOLD
               MOVE 'SINGLE' TO MNF-BASIS
           ELSE
               MOVE 'AGGREGATE' TO MNF-BASIS
           END-IF
           WRITE MONITORING-FINDING-RECORD.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-REFER-ONE-ITEM - each item of an account-day reaching
      * the threshold goes on the holder's suspicious-activity
      * case, whatever branch this run prints.
      *-----------------------------------------------------------*
       3400-REFER-ONE-ITEM.
           ADD 1 TO WS-ITEM-SUB
           SET SRF-REFER TO TRUE
           SET SRF-SOURCE-LARGE-TRAN TO TRUE
           MOVE ZERO TO SRF-CUSTOMER-ID
           MOVE WS-CURRENT-ACCOUNT-ID TO SRF-ACCOUNT-ID
           MOVE WS-ITEM-UID (WS-ITEM-SUB) TO SRF-UID
           MOVE WS-CURRENT-POST-DATE TO SRF-ACTIVITY-DATE
           MOVE WS-ITEM-AMOUNT (WS-ITEM-SUB) TO SRF-AMOUNT
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
                       WS-CURRENT-ACCOUNT-ID ' - UID '
                       WS-ITEM-UID (WS-ITEM-SUB) ' NOT REFERRED'
           END-EVALUATE.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3950-WRITE-TOTAL-LINE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'LARGE TRANSACTION EXCEPTIONS: '
               WS-EXCEPTION-NUMBER
           DISPLAY 'SAR CASES OPENED:             ' WS-CASES-OPENED
           DISPLAY 'ITEMS ADDED TO CASES:         '
               WS-CASE-ITEMS-ADDED
           IF WS-SAR-CALLED
               SET SRF-FINISH TO TRUE
               CALL 'SARREFER' USING WS-SAR-REFERRAL-PARM
           END-IF
           CLOSE POSTING-LOG
           CLOSE ACCOUNT-MASTER
           CLOSE LARGE-TRAN-PARM
           CLOSE LARGE-TRAN-REPORT
           IF WS-FINDING-LOG-OPEN
               CLOSE FINDING-LOG
           END-IF.
       9000-EXIT.
           EXIT.
