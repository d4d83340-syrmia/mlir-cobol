      *-----------------------------------------------------------*
      * PROGRAM:      SARAGE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Suspicious-activity case aging report.  Lists every open
      * case on SARCASE with the date it was opened, its filing
      * deadline, the days it has been open and the days left to
      * file, the investigator (or UNASSIGNED), and the items and
      * amount on it.  A case inside the SARPARM warning days of
      * its deadline is marked WARNING, one past it OVERDUE, so
      * compliance sees a deadline coming before it is missed.
      * Totals give the open, warning, overdue and unassigned
      * counts; any overdue case ends the step with a warning
      * return code.  Output is SARAGE.OUT.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-CASE-FILE ASSIGN TO "SARCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCS-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT AGING-REPORT ASSIGN TO "SARAGE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT SAR-PARM ASSIGN TO "SARPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAR-CASE-FILE.
       COPY "sarcase.cpy".

       FD  AGING-REPORT.
       01  AGING-REPORT-LINE           PIC X(120).

       FD  SAR-PARM.
       COPY "sarparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS           PIC X(02).
           88  WS-CS-OK                       VALUE '00'.
           88  WS-CS-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-CASE-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-CASE-FILE-OPEN              VALUE 'Y'.
       01  WS-CASE-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-CASES                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-WARNING-DAYS          PIC 9(03) VALUE 10.
       01  WS-DAYS-OPEN             PIC S9(05).
       01  WS-DAYS-LEFT             PIC S9(05).
       01  WS-OPEN-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-WARNING-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-OVERDUE-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-UNASSIGNED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-AMOUNT-TOTAL          PIC 9(13)V9(02) VALUE ZERO.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'SUSPICIOUS-ACTIVITY CASES OPEN AS OF    '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(20) VALUE
               '   WARNING DAYS     '.
           05  WS-RH-WARNING        PIC ZZ9.
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'CUSTOMER/CASE  OPENED  DEADLINE  OPEN LE'.
           05  FILLER               PIC X(40) VALUE
               'FT  INVESTIGATOR         ITEMS          '.
           05  FILLER               PIC X(40) VALUE
               '    AMOUNT  STATUS                      '.
       01  WS-DETAIL-LINE.
           05  WS-DL-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-DL-CASE-SEQ       PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-OPENED         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DEADLINE       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DAYS-OPEN      PIC ZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DAYS-LEFT      PIC -ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-INVESTIGATOR   PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ITEMS          PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(08).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-AGE-ONE-CASE THRU 2000-EXIT
               UNTIL WS-END-OF-CASES
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no case file means no case was ever
      * opened; the report still goes out, empty.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-READ-SAR-PARM THRU 1400-EXIT
           OPEN OUTPUT AGING-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           MOVE WS-WARNING-DAYS TO WS-RH-WARNING
           WRITE AGING-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE AGING-REPORT-LINE FROM WS-COLUMN-HEADER
           OPEN INPUT SAR-CASE-FILE
           IF WS-CS-OK
               SET WS-CASE-FILE-OPEN TO TRUE
           ELSE
               SET WS-END-OF-CASES TO TRUE
               IF NOT WS-CS-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN SAR CASE FILE, STATUS '
                       WS-CASE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
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
      * 1400-READ-SAR-PARM - the warning days before a deadline;
      * a missing card or a zero keeps 10.
      *-----------------------------------------------------------*
       1400-READ-SAR-PARM.
           OPEN INPUT SAR-PARM
           IF WS-PM-OK
               READ SAR-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SRM-WARNING-DAYS NUMERIC
                           AND SRM-WARNING-DAYS > ZERO
                           MOVE SRM-WARNING-DAYS TO WS-WARNING-DAYS
                       END-IF
               END-READ
               CLOSE SAR-PARM
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-AGE-ONE-CASE - one open case against its deadline.
      *-----------------------------------------------------------*
       2000-AGE-ONE-CASE.
           READ SAR-CASE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CASES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT SCS-OPEN
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-DAYS-OPEN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (SCS-OPENED-DATE)
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (SCS-FILING-DEADLINE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           MOVE SCS-CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE SCS-CASE-SEQ TO WS-DL-CASE-SEQ
           MOVE SCS-OPENED-DATE TO WS-DL-OPENED
           MOVE SCS-FILING-DEADLINE TO WS-DL-DEADLINE
           MOVE WS-DAYS-OPEN TO WS-DL-DAYS-OPEN
           MOVE WS-DAYS-LEFT TO WS-DL-DAYS-LEFT
           IF SCS-INVESTIGATOR = SPACES
               MOVE 'UNASSIGNED' TO WS-DL-INVESTIGATOR
               ADD 1 TO WS-UNASSIGNED-COUNT
           ELSE
               MOVE SCS-INVESTIGATOR TO WS-DL-INVESTIGATOR
           END-IF
           MOVE SCS-ITEM-COUNT TO WS-DL-ITEMS
           MOVE SCS-TOTAL-AMOUNT TO WS-DL-AMOUNT
           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE 'OVERDUE' TO WS-DL-STATUS
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN WS-DAYS-LEFT NOT > WS-WARNING-DAYS
                   MOVE 'WARNING' TO WS-DL-STATUS
                   ADD 1 TO WS-WARNING-COUNT
               WHEN OTHER
                   MOVE SPACES TO WS-DL-STATUS
           END-EVALUATE
           WRITE AGING-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-OPEN-COUNT
           ADD SCS-TOTAL-AMOUNT TO WS-AMOUNT-TOTAL.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO WS-TL-LABEL
           STRING 'OPEN CASES: ' WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-TL-LABEL
           MOVE WS-AMOUNT-TOTAL TO WS-TL-AMOUNT
           WRITE AGING-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'NEARING DEADLINE: ' WS-WARNING-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'OVERDUE: ' WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           MOVE SPACES TO AGING-REPORT-LINE
           STRING 'UNASSIGNED: ' WS-UNASSIGNED-COUNT
               DELIMITED BY SIZE INTO AGING-REPORT-LINE
           WRITE AGING-REPORT-LINE
           DISPLAY 'SAR CASES OPEN:    ' WS-OPEN-COUNT
           DISPLAY 'NEARING DEADLINE:  ' WS-WARNING-COUNT
           DISPLAY 'OVERDUE:           ' WS-OVERDUE-COUNT
           IF WS-OVERDUE-COUNT > ZERO
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE AGING-REPORT
           IF WS-CASE-FILE-OPEN
               CLOSE SAR-CASE-FILE
           END-IF.
       9000-EXIT.
           EXIT.
