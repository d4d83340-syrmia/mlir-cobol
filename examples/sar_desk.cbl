      *-----------------------------------------------------------*
      * PROGRAM:      SARDESK
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Suspicious-activity case workstation, modeled on the
      * watch-list review workstation.  The monitoring reports
      * open the cases (through SARREFER); compliance works them
      * here.  LIST shows the open cases with their deadlines,
      * SHOW one case with its supporting items and notes.
      * ASSIGN puts an investigator on a case, NOTE adds to its
      * running notes (SARNOTE), and CLOSE ends it either as no
      * action or as filed, with the filing reference.  Every
      * assignment and closure also leaves a note, so the notes
      * read as the case's history.  The case and item files are
      * keyed and are updated in place as the investigator works.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to SARDESK, and to each command
      * run, on the entitlements table (ENTCHECK).
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  The operator is checked for an active
      *                    session and entitlement (ENTCHECK)
      *                    before anything is done, and for each
      *                    command run; the operator ID is taken
      *                    once at sign-on rather than with each
      *                    change.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARDESK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-CASE-FILE ASSIGN TO "SARCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCS-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SAR-ITEM-FILE ASSIGN TO "SARITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT SAR-NOTE-FILE ASSIGN TO "SARNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAR-CASE-FILE.
       COPY "sarcase.cpy".

       FD  SAR-ITEM-FILE.
       COPY "saritem.cpy".

       FD  SAR-NOTE-FILE.
       COPY "sarnote.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS           PIC X(02).
           88  WS-CS-OK                       VALUE '00'.
       01  WS-ITEM-STATUS           PIC X(02).
           88  WS-IT-OK                       VALUE '00'.
       01  WS-NOTE-STATUS           PIC X(02).
           88  WS-NT-OK                       VALUE '00'.
           88  WS-NT-NOT-FOUND                VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-CASE-FOUND-SW         PIC X(01).
           88  WS-CASE-FOUND                  VALUE 'Y'.
       01  WS-COMMAND               PIC X(08).
       01  WS-DISPOSITION           PIC X(01).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NOW-TIME              PIC 9(08).
       01  WS-PICK-CUSTOMER-ID      PIC 9(07).
       01  WS-PICK-CASE-SEQ         PIC 9(03).
       01  WS-OPERATOR              PIC X(20).
       01  WS-INVESTIGATOR          PIC X(20).
       01  WS-FILING-REFERENCE      PIC X(14).
       01  WS-NOTE-TEXT             PIC X(60).
       01  WS-DAYS-LEFT             PIC S9(05).
       01  WS-LISTED-COUNT          PIC 9(05).
       01  WS-ASSIGNED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-NOTED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-CLOSED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-FILED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-LIST-LINE.
           05  WS-LL-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(01) VALUE '/'.
           05  WS-LL-CASE-SEQ       PIC 9(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-OPENED         PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-DEADLINE       PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-DAYS-LEFT      PIC -ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-ITEMS          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-LL-INVESTIGATOR   PIC X(20).
       01  WS-CASE-LINE.
           05  FILLER               PIC X(08) VALUE 'Status: '.
           05  WS-CL-STATUS         PIC X(10).
           05  FILLER               PIC X(10) VALUE ' Sources: '.
           05  WS-CL-SOURCES        PIC X(20).
           05  FILLER               PIC X(08) VALUE ' Total: '.
           05  WS-CL-TOTAL          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ITEM-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-SOURCE         PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-UID            PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-DATE           PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-IL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-NOTE-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-NL-DATE           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NL-TIME           PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NL-OPERATOR       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-NL-TEXT           PIC X(60).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - verify the operator is signed on and
      * entitled, then the business date, and the case files.  No
      * case file means no monitoring report has referred anything
      * yet.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'Operator username: '
           ACCEPT WS-OPERATOR
           MOVE SPACES TO ENC-FUNCTION
           PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O SAR-CASE-FILE
           IF NOT WS-CS-OK
               DISPLAY 'No case file on hand - nothing to work.'
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SAR-ITEM-FILE
           IF NOT WS-IT-OK
               DISPLAY 'UNABLE TO OPEN SAR ITEM FILE, STATUS '
                   WS-ITEM-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               CLOSE SAR-CASE-FILE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run SARDESK, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'SARDESK' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run SARDESK.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in SARDESK.'
           END-EVALUATE.
       1250-EXIT.
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
      * 2000-PROCESS-COMMAND
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (LIST/SHOW/ASSIGN/NOTE/CLOSE/'
               'EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'LIST' OR 'SHOW' OR 'ASSIGN' OR 'NOTE'
               OR 'CLOSE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'LIST'
                   PERFORM 3000-LIST-OPEN-CASES THRU 3000-EXIT
               WHEN 'SHOW'
                   PERFORM 4000-SHOW-CASE THRU 4000-EXIT
               WHEN 'ASSIGN'
                   PERFORM 5000-ASSIGN-CASE THRU 5000-EXIT
               WHEN 'NOTE'
                   PERFORM 6000-NOTE-CASE THRU 6000-EXIT
               WHEN 'CLOSE'
                   PERFORM 7000-CLOSE-CASE THRU 7000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-OPEN-CASES - every open case, deadline first in
      * the reader's eye: days left to file, negative once over.
      *-----------------------------------------------------------*
       3000-LIST-OPEN-CASES.
           MOVE ZERO TO WS-LISTED-COUNT
           MOVE ZERO TO SCS-CUSTOMER-ID
           MOVE ZERO TO SCS-CASE-SEQ
           START SAR-CASE-FILE KEY NOT LESS THAN SCS-KEY
               INVALID KEY
                   DISPLAY 'No cases on file.'
                   GO TO 3000-EXIT
           END-START
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3100-LIST-ONE-CASE THRU 3100-EXIT
               UNTIL WS-END-OF-SCAN
           DISPLAY 'Open cases: ' WS-LISTED-COUNT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-CASE.
           READ SAR-CASE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT SCS-OPEN
               GO TO 3100-EXIT
           END-IF
           MOVE SCS-CUSTOMER-ID TO WS-LL-CUSTOMER-ID
           MOVE SCS-CASE-SEQ TO WS-LL-CASE-SEQ
           MOVE SCS-OPENED-DATE TO WS-LL-OPENED
           MOVE SCS-FILING-DEADLINE TO WS-LL-DEADLINE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (SCS-FILING-DEADLINE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           MOVE WS-DAYS-LEFT TO WS-LL-DAYS-LEFT
           MOVE SCS-ITEM-COUNT TO WS-LL-ITEMS
           IF SCS-INVESTIGATOR = SPACES
               MOVE 'UNASSIGNED' TO WS-LL-INVESTIGATOR
           ELSE
               MOVE SCS-INVESTIGATOR TO WS-LL-INVESTIGATOR
           END-IF
           DISPLAY WS-LIST-LINE
           ADD 1 TO WS-LISTED-COUNT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-SHOW-CASE - the case, its supporting items, and its
      * notes in the order written.
      *-----------------------------------------------------------*
       4000-SHOW-CASE.
           PERFORM 8000-PICK-CASE THRU 8000-EXIT
           IF NOT WS-CASE-FOUND
               GO TO 4000-EXIT
           END-IF
           MOVE SCS-CUSTOMER-ID TO WS-LL-CUSTOMER-ID
           MOVE SCS-CASE-SEQ TO WS-LL-CASE-SEQ
           MOVE SCS-OPENED-DATE TO WS-LL-OPENED
           MOVE SCS-FILING-DEADLINE TO WS-LL-DEADLINE
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE (SCS-FILING-DEADLINE)
               - FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           MOVE WS-DAYS-LEFT TO WS-LL-DAYS-LEFT
           MOVE SCS-ITEM-COUNT TO WS-LL-ITEMS
           IF SCS-INVESTIGATOR = SPACES
               MOVE 'UNASSIGNED' TO WS-LL-INVESTIGATOR
           ELSE
               MOVE SCS-INVESTIGATOR TO WS-LL-INVESTIGATOR
           END-IF
           DISPLAY WS-LIST-LINE
           EVALUATE TRUE
               WHEN SCS-OPEN
                   MOVE 'OPEN' TO WS-CL-STATUS
               WHEN SCS-FILED
                   MOVE 'FILED' TO WS-CL-STATUS
               WHEN OTHER
                   MOVE 'NO ACTION' TO WS-CL-STATUS
           END-EVALUATE
           MOVE SPACES TO WS-CL-SOURCES
           STRING 'STRC=' SCS-SRC-STRUCTURING
               ' KITE=' SCS-SRC-KITING
               ' LRGT=' SCS-SRC-LARGE-TRAN
               DELIMITED BY SIZE INTO WS-CL-SOURCES
           MOVE SCS-TOTAL-AMOUNT TO WS-CL-TOTAL
           DISPLAY WS-CASE-LINE
           DISPLAY '  Watch list: ' SCS-SRC-WATCH-LIST
           IF NOT SCS-OPEN
               DISPLAY '  Closed ' SCS-CLOSED-DATE ' by '
                   SCS-CLOSED-BY ' ref ' SCS-FILING-REFERENCE
           END-IF
           DISPLAY 'Items:'
           PERFORM 4100-SHOW-ITEMS THRU 4100-EXIT
           DISPLAY 'Notes:'
           PERFORM 4300-SHOW-NOTES THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

       4100-SHOW-ITEMS.
           MOVE SCS-CUSTOMER-ID TO SCI-CUSTOMER-ID
           MOVE SCS-CASE-SEQ TO SCI-CASE-SEQ
           MOVE LOW-VALUES TO SCI-SOURCE
           MOVE ZERO TO SCI-ACCOUNT-ID
           MOVE ZERO TO SCI-UID
           MOVE ZERO TO SCI-ACTIVITY-DATE
           START SAR-ITEM-FILE KEY NOT LESS THAN SCI-KEY
               INVALID KEY
                   GO TO 4100-EXIT
           END-START
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 4200-SHOW-ONE-ITEM THRU 4200-EXIT
               UNTIL WS-END-OF-SCAN.
       4100-EXIT.
           EXIT.

       4200-SHOW-ONE-ITEM.
           READ SAR-ITEM-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 4200-EXIT
           END-READ
           IF SCI-CUSTOMER-ID NOT = SCS-CUSTOMER-ID
               OR SCI-CASE-SEQ NOT = SCS-CASE-SEQ
               SET WS-END-OF-SCAN TO TRUE
               GO TO 4200-EXIT
           END-IF
           MOVE SCI-SOURCE TO WS-IL-SOURCE
           MOVE SCI-ACCOUNT-ID TO WS-IL-ACCOUNT-ID
           MOVE SCI-UID TO WS-IL-UID
           MOVE SCI-ACTIVITY-DATE TO WS-IL-DATE
           MOVE SCI-AMOUNT TO WS-IL-AMOUNT
           DISPLAY WS-ITEM-LINE.
       4200-EXIT.
           EXIT.

       4300-SHOW-NOTES.
           OPEN INPUT SAR-NOTE-FILE
           IF NOT WS-NT-OK
               GO TO 4300-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 4400-SHOW-ONE-NOTE THRU 4400-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE SAR-NOTE-FILE.
       4300-EXIT.
           EXIT.

       4400-SHOW-ONE-NOTE.
           READ SAR-NOTE-FILE
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 4400-EXIT
           END-READ
           IF SCN-CUSTOMER-ID = SCS-CUSTOMER-ID
               AND SCN-CASE-SEQ = SCS-CASE-SEQ
               MOVE SCN-NOTE-DATE TO WS-NL-DATE
               MOVE SCN-NOTE-TIME TO WS-NL-TIME
               MOVE SCN-OPERATOR TO WS-NL-OPERATOR
               MOVE SCN-TEXT TO WS-NL-TEXT
               DISPLAY WS-NOTE-LINE
           END-IF.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-ASSIGN-CASE - an investigator onto an open case; a
      * reassignment simply replaces the name, and the note
      * keeps the trail.
      *-----------------------------------------------------------*
       5000-ASSIGN-CASE.
           PERFORM 8000-PICK-CASE THRU 8000-EXIT
           IF NOT WS-CASE-FOUND
               GO TO 5000-EXIT
           END-IF
           IF NOT SCS-OPEN
               DISPLAY 'Case is closed.'
               GO TO 5000-EXIT
           END-IF
           DISPLAY 'Investigator: '
           ACCEPT WS-INVESTIGATOR
           IF WS-INVESTIGATOR = SPACES
               DISPLAY 'No investigator given - case unchanged.'
               GO TO 5000-EXIT
           END-IF
           MOVE WS-INVESTIGATOR TO SCS-INVESTIGATOR
           MOVE WS-TODAY-DATE TO SCS-ASSIGNED-DATE
           MOVE SPACES TO WS-NOTE-TEXT
           STRING 'ASSIGNED TO ' WS-INVESTIGATOR
               DELIMITED BY SIZE INTO WS-NOTE-TEXT
           PERFORM 8500-WRITE-NOTE THRU 8500-EXIT
           PERFORM 8300-REWRITE-CASE THRU 8300-EXIT
           ADD 1 TO WS-ASSIGNED-COUNT
           DISPLAY 'Case assigned.'.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-NOTE-CASE - a free-text note on any case, open or
      * closed; examiners' questions can arrive after filing.
      *-----------------------------------------------------------*
       6000-NOTE-CASE.
           PERFORM 8000-PICK-CASE THRU 8000-EXIT
           IF NOT WS-CASE-FOUND
               GO TO 6000-EXIT
           END-IF
           DISPLAY 'Note text: '
           ACCEPT WS-NOTE-TEXT
           IF WS-NOTE-TEXT = SPACES
               DISPLAY 'Empty note - nothing added.'
               GO TO 6000-EXIT
           END-IF
           PERFORM 8500-WRITE-NOTE THRU 8500-EXIT
           PERFORM 8300-REWRITE-CASE THRU 8300-EXIT
           ADD 1 TO WS-NOTED-COUNT
           DISPLAY 'Note added.'.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-CLOSE-CASE - N closes with no action, F as filed; a
      * filing needs its reference.  The next item a monitoring
      * report refers for the customer opens a fresh case.
      *-----------------------------------------------------------*
       7000-CLOSE-CASE.
           PERFORM 8000-PICK-CASE THRU 8000-EXIT
           IF NOT WS-CASE-FOUND
               GO TO 7000-EXIT
           END-IF
           IF NOT SCS-OPEN
               DISPLAY 'Case is already closed.'
               GO TO 7000-EXIT
           END-IF
           DISPLAY 'Disposition (N = no action, F = filed): '
           ACCEPT WS-DISPOSITION
           IF WS-DISPOSITION NOT = 'N' AND WS-DISPOSITION NOT = 'F'
               DISPLAY 'Disposition must be N or F - case unchanged.'
               GO TO 7000-EXIT
           END-IF
           MOVE SPACES TO WS-FILING-REFERENCE
           IF WS-DISPOSITION = 'F'
               DISPLAY 'Filing reference: '
               ACCEPT WS-FILING-REFERENCE
               IF WS-FILING-REFERENCE = SPACES
                   DISPLAY 'A filed case needs its reference - case '
                       'unchanged.'
                   GO TO 7000-EXIT
               END-IF
           END-IF
           MOVE WS-DISPOSITION TO SCS-STATUS
           MOVE WS-TODAY-DATE TO SCS-CLOSED-DATE
           MOVE WS-OPERATOR TO SCS-CLOSED-BY
           MOVE WS-FILING-REFERENCE TO SCS-FILING-REFERENCE
           MOVE SPACES TO WS-NOTE-TEXT
           IF SCS-FILED
               STRING 'CLOSED AS FILED, REFERENCE '
                   WS-FILING-REFERENCE
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               ADD 1 TO WS-FILED-COUNT
           ELSE
               MOVE 'CLOSED WITH NO ACTION' TO WS-NOTE-TEXT
           END-IF
           PERFORM 8500-WRITE-NOTE THRU 8500-EXIT
           PERFORM 8300-REWRITE-CASE THRU 8300-EXIT
           ADD 1 TO WS-CLOSED-COUNT
           DISPLAY 'Case closed.'.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PICK-CASE - the customer and case number off the
      * operator, and the case read for update.
      *-----------------------------------------------------------*
       8000-PICK-CASE.
           MOVE 'N' TO WS-CASE-FOUND-SW
           DISPLAY 'Customer ID: '
           ACCEPT WS-PICK-CUSTOMER-ID
           DISPLAY 'Case number: '
           ACCEPT WS-PICK-CASE-SEQ
           MOVE WS-PICK-CUSTOMER-ID TO SCS-CUSTOMER-ID
           MOVE WS-PICK-CASE-SEQ TO SCS-CASE-SEQ
           READ SAR-CASE-FILE
               INVALID KEY
                   DISPLAY 'No case with that number.'
                   GO TO 8000-EXIT
           END-READ
           SET WS-CASE-FOUND TO TRUE.
       8000-EXIT.
           EXIT.

       8300-REWRITE-CASE.
           REWRITE SAR-CASE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE CASE ' SCS-CUSTOMER-ID
                       '/' SCS-CASE-SEQ
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8500-WRITE-NOTE - WS-NOTE-TEXT onto the notes file under
      * the case in hand, and counted on the case.
      *-----------------------------------------------------------*
       8500-WRITE-NOTE.
           OPEN EXTEND SAR-NOTE-FILE
           IF WS-NT-NOT-FOUND
               OPEN OUTPUT SAR-NOTE-FILE
           END-IF
           IF NOT WS-NT-OK
               DISPLAY 'UNABLE TO OPEN SAR NOTE FILE, STATUS '
                   WS-NOTE-STATUS
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 8500-EXIT
           END-IF
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SCS-CUSTOMER-ID TO SCN-CUSTOMER-ID
           MOVE SCS-CASE-SEQ TO SCN-CASE-SEQ
           MOVE WS-TODAY-DATE TO SCN-NOTE-DATE
           MOVE WS-NOW-TIME (1:6) TO SCN-NOTE-TIME
           MOVE WS-OPERATOR TO SCN-OPERATOR
           MOVE WS-NOTE-TEXT TO SCN-TEXT
           WRITE SAR-CASE-NOTE-RECORD
           CLOSE SAR-NOTE-FILE
           IF SCS-NOTE-COUNT < 999
               ADD 1 TO SCS-NOTE-COUNT
           END-IF
           MOVE WS-TODAY-DATE TO SCS-LAST-ACTIVITY-DATE.
       8500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-OPEN-OK
               CLOSE SAR-CASE-FILE
               CLOSE SAR-ITEM-FILE
           END-IF
           DISPLAY 'CASES ASSIGNED: ' WS-ASSIGNED-COUNT
           DISPLAY 'NOTES ADDED:    ' WS-NOTED-COUNT
           DISPLAY 'CASES CLOSED:   ' WS-CLOSED-COUNT
           DISPLAY 'CASES FILED:    ' WS-FILED-COUNT.
       9000-EXIT.
           EXIT.
