      * output.  An account that has never had a posting stamped is
      * treated as quiet since opening and aged as such.
      *
      * The same report carries the official checks (OFCHKREG.CPY)
      * still outstanding past the unclaimed-property period on
      * the DORMPARM card: each is listed once, aged from its
      * issue date, and marked unclaimed on the register so the
      * next sweep does not list it again.  The check stays on
      * OCRECON's outstanding list until it is remitted.
      *
      * Modification History
      *   2026-02-11  RLB  Initial version.
      *   2026-10-15  RLB  Official checks outstanding past the
      *                    unclaimed-property period are listed
      *                    for escheatment and marked unclaimed.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMSCAN.
           SELECT DORMANCY-REPORT ASSIGN TO "DORMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-SERIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DORMANCY-REPORT.
       01  DORMANCY-REPORT-LINE        PIC X(80).

       FD  OFFICIAL-CHECK-FILE.
       COPY "ofchkreg.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
           88  WS-PM-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-REGISTER-STATUS       PIC X(02).
           88  WS-RG-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-ACCOUNTS             VALUE 'Y'.
       01  WS-SWEEP-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-SWEEP-OK                    VALUE 'Y'.
       01  WS-TOTAL-DONE-SW         PIC X(01) VALUE 'N'.
           88  WS-TOTAL-DONE                  VALUE 'Y'.
       01  WS-CHECK-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-CHECKS               VALUE 'Y'.
       01  WS-UNCLAIMED-DAYS        PIC 9(05) VALUE 1095.
       01  WS-CHECK-AGE             PIC 9(05).
       01  WS-UNCLAIMED-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-UNCLAIMED-AMOUNT      PIC 9(09)V9(02) VALUE ZERO.
       01  WS-SCANNED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-FLAGGED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(08).
           05  FILLER               PIC X(19) VALUE
               '  FLAGGED DORMANT: '.
           05  WS-TL-FLAGGED        PIC ZZZ,ZZ9.
       01  WS-CHECK-HEADING-LINE.
           05  FILLER               PIC X(36) VALUE
               'UNCLAIMED OFFICIAL CHECKS - PERIOD: '.
           05  WS-CH-PERIOD         PIC ZZ,ZZ9.
           05  FILLER               PIC X(05) VALUE ' DAYS'.
       01  WS-CHECK-COLUMN-LINE.
           05  FILLER               PIC X(10) VALUE 'SERIAL'.
           05  FILLER               PIC X(10) VALUE 'ISSUED'.
           05  FILLER               PIC X(10) VALUE 'PURCHASER'.
           05  FILLER               PIC X(22) VALUE 'PAYEE'.
           05  FILLER               PIC X(14) VALUE '      AMOUNT'.
           05  FILLER               PIC X(12) VALUE 'AGING'.
       01  WS-CHECK-DETAIL-LINE.
           05  WS-CD-SERIAL         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-ISSUED         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-PURCHASER      PIC 9(07).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-CD-PAYEE          PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-CD-AGING          PIC X(12).
       01  WS-CHECK-TOTAL-LINE.
           05  FILLER               PIC X(28) VALUE
               'OFFICIAL CHECKS REPORTED:   '.
           05  WS-CT-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE
               '  AMOUNT: '.
           05  WS-CT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-SCAN-ACCOUNTS THRU 2000-EXIT
               UNTIL WS-END-OF-ACCOUNTS
           IF WS-SWEEP-OK
               PERFORM 3000-SCAN-OFFICIAL-CHECKS THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

               END-READ
           END-IF
           IF NOT WS-END-OF-ACCOUNTS
               SET WS-SWEEP-OK TO TRUE
               IF DRM-OFFICIAL-CHECK-DAYS IS NUMERIC
                   AND DRM-OFFICIAL-CHECK-DAYS NOT = ZERO
                   MOVE DRM-OFFICIAL-CHECK-DAYS TO WS-UNCLAIMED-DAYS
               END-IF
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE DRM-WINDOW-DAYS TO WS-HL-WINDOW
               WRITE DORMANCY-REPORT-LINE FROM WS-HEADING-LINE
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SCAN-OFFICIAL-CHECKS - official checks outstanding
      * past the unclaimed-property period, after the account
      * total.  No register means no official checks yet.
      *-----------------------------------------------------------*
       3000-SCAN-OFFICIAL-CHECKS.
           OPEN I-O OFFICIAL-CHECK-FILE
           IF NOT WS-RG-OK
               GO TO 3000-EXIT
           END-IF
           MOVE WS-SCANNED-COUNT TO WS-TL-SCANNED
           MOVE WS-FLAGGED-COUNT TO WS-TL-FLAGGED
           WRITE DORMANCY-REPORT-LINE FROM WS-TOTAL-LINE
           SET WS-TOTAL-DONE TO TRUE
           MOVE SPACES TO DORMANCY-REPORT-LINE
           WRITE DORMANCY-REPORT-LINE
           MOVE WS-UNCLAIMED-DAYS TO WS-CH-PERIOD
           WRITE DORMANCY-REPORT-LINE FROM WS-CHECK-HEADING-LINE
           WRITE DORMANCY-REPORT-LINE FROM WS-CHECK-COLUMN-LINE
           MOVE ZERO TO OCR-SERIAL
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OCR-SERIAL
               INVALID KEY
                   SET WS-END-OF-CHECKS TO TRUE
           END-START
           PERFORM 3100-AGE-ONE-CHECK THRU 3100-EXIT
               UNTIL WS-END-OF-CHECKS
           MOVE WS-UNCLAIMED-COUNT TO WS-CT-COUNT
           MOVE WS-UNCLAIMED-AMOUNT TO WS-CT-AMOUNT
           WRITE DORMANCY-REPORT-LINE FROM WS-CHECK-TOTAL-LINE
           CLOSE OFFICIAL-CHECK-FILE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-AGE-ONE-CHECK - an outstanding check older than the
      * period is listed and marked unclaimed.
      *-----------------------------------------------------------*
       3100-AGE-ONE-CHECK.
           READ OFFICIAL-CHECK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CHECKS TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT OCR-OUTSTANDING
               GO TO 3100-EXIT
           END-IF
           COMPUTE WS-CHECK-AGE =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
               FUNCTION INTEGER-OF-DATE(OCR-ISSUE-DATE)
           IF WS-CHECK-AGE NOT > WS-UNCLAIMED-DAYS
               GO TO 3100-EXIT
           END-IF
           SET OCR-UNCLAIMED TO TRUE
           MOVE WS-TODAY-DATE TO OCR-UNCLAIMED-DATE
           REWRITE OFFICIAL-CHECK-RECORD
           ADD 1 TO WS-UNCLAIMED-COUNT
           ADD OCR-AMOUNT TO WS-UNCLAIMED-AMOUNT
           MOVE OCR-SERIAL TO WS-CD-SERIAL
           MOVE OCR-ISSUE-DATE TO WS-CD-ISSUED
           MOVE OCR-ACCOUNT-ID TO WS-CD-PURCHASER
           MOVE OCR-PAYEE (1:20) TO WS-CD-PAYEE
           MOVE OCR-AMOUNT TO WS-CD-AMOUNT
           EVALUATE TRUE
               WHEN WS-CHECK-AGE > 1825
                   MOVE 'OVER 5 YEARS' TO WS-CD-AGING
               WHEN WS-CHECK-AGE > 1095
                   MOVE '3 TO 5 YEARS' TO WS-CD-AGING
               WHEN OTHER
                   MOVE 'UNDER 3 YRS' TO WS-CD-AGING
           END-EVALUATE
           WRITE DORMANCY-REPORT-LINE FROM WS-CHECK-DETAIL-LINE.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-TOTAL-DONE
               MOVE WS-SCANNED-COUNT TO WS-TL-SCANNED
               MOVE WS-FLAGGED-COUNT TO WS-TL-FLAGGED
               WRITE DORMANCY-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           DISPLAY 'ACCOUNTS SCANNED: ' WS-SCANNED-COUNT
           DISPLAY 'ACCOUNTS FLAGGED DORMANT: ' WS-FLAGGED-COUNT
           DISPLAY 'OFFICIAL CHECKS REPORTED UNCLAIMED: '
               WS-UNCLAIMED-COUNT
           CLOSE ACCOUNT-MASTER
           CLOSE DORMANCY-PARM
           CLOSE DORMANCY-REPORT.
