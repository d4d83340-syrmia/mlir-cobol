      *-----------------------------------------------------------*
      * PROGRAM:      SDBPDUE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Safe deposit past-due rent report and drilled-box log.
      * Runs after SDBRENT.
      *
      * Past-due rent.  A rent bill gives the lessee 30 days.  An
      * open agreement (SDBAGREE.CPY) still owing rent past that,
      * counted from the due date of the oldest rent unpaid, is
      * listed on SDBPDUE.OUT with the lessee, the amount owed and
      * its age.  One still unpaid more than 90 days is put in
      * default, which is what lets the vault drill the box
      * (SDBMAINT DRILL); payment in full through SDBMAINT takes
      * it back out.  Agreements already in default stay on the
      * list until the box is drilled or the rent paid.
      *
      * Drilled-box log.  Every drilling recorded on the log
      * (SDBDRILL.CPY) is listed after, with its witnesses and
      * envelope, and whether the box has been rekeyed since.
      *
      * The step ends RC 4 when it puts an agreement in default,
      * so the vault knows there is a box to schedule.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBPDUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-DEPOSIT-AGREEMENT-FILE ASSIGN TO "SDBAGREE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDA-AGREEMENT-ID
               FILE STATUS IS WS-AGREEMENT-STATUS.
           SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO "SDBOX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-BOX-STATUS.
           SELECT DRILLED-BOX-LOG ASSIGN TO "SDBDRILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRILL-LOG-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT PAST-DUE-REPORT ASSIGN TO "SDBPDUE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFE-DEPOSIT-AGREEMENT-FILE.
       COPY "sdbagree.cpy".

       FD  SAFE-DEPOSIT-BOX-FILE.
       COPY "sdbox.cpy".

       FD  DRILLED-BOX-LOG.
       COPY "sdbdrill.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  PAST-DUE-REPORT.
       01  PAST-DUE-REPORT-LINE        PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-AGREEMENT-STATUS      PIC X(02).
           88  WS-AG-OK                       VALUE '00'.
           88  WS-AG-NOT-FOUND                VALUE '35'.
       01  WS-BOX-STATUS            PIC X(02).
           88  WS-BX-OK                       VALUE '00'.
       01  WS-DRILL-LOG-STATUS      PIC X(02).
           88  WS-DL-OK                       VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-BOXES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-BOXES-OPEN                  VALUE 'Y'.
       01  WS-NAMES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-NAMES-OPEN                  VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-AGREEMENTS           VALUE 'Y'.
       01  WS-LOG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-LOG                  VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-GRACE-DAYS            PIC 9(03) VALUE 30.
       01  WS-DEFAULT-DAYS          PIC 9(03) VALUE 90.
       01  WS-DAYS-PAST-DUE         PIC S9(05).
       01  WS-PAST-DUE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-PAST-DUE-TOTAL        PIC 9(09)V9(02) VALUE ZERO.
       01  WS-NEW-DEFAULT-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-IN-DEFAULT-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-DRILLED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-DRILLED-TOTAL         PIC 9(09)V9(02) VALUE ZERO.
       01  WS-SECTION-LINE          PIC X(40).
       01  WS-REPORT-TEXT           PIC X(100).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(34) VALUE
               'SAFE DEPOSIT PAST-DUE RENT AS OF  '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'BRN BOX    AGREEMT  LESSEE              '.
           05  FILLER               PIC X(40) VALUE
               '         DUE FROM  DAYS    AMOUNT DUE AG'.
           05  FILLER               PIC X(12) VALUE
               'ING   STATUS'.
       01  WS-DETAIL-LINE.
           05  WS-DL-BRANCH-CODE    PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-BOX-NUMBER     PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AGREEMENT-ID   PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-LESSEE-ID      PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-LESSEE-NAME    PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DUE-SINCE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DAYS           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-AMOUNT-DUE     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-BUCKET         PIC X(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(11).
       01  WS-DRILL-HEADER.
           05  FILLER               PIC X(40) VALUE
               'BRN BOX    AGREEMT  LESSEE   DRILLED    '.
           05  FILLER               PIC X(33) VALUE
               'AMOUNT OWED  ENVELOPE     BOX NOW'.
       01  WS-DRILL-LINE.
           05  WS-DR-BRANCH-CODE    PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DR-BOX-NUMBER     PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DR-AGREEMENT-ID   PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DR-LESSEE-ID      PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DR-DRILL-DATE     PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DR-AMOUNT-DUE     PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DR-ENVELOPE       PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DR-BOX-NOW        PIC X(14).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(24).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-REVIEW-AGREEMENT THRU 2000-EXIT
                   UNTIL WS-END-OF-AGREEMENTS
               PERFORM 3000-LIST-DRILLED-BOXES THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the agreements and, where they can
      * be had, the boxes and customer names; settle the business
      * date and head the report.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN I-O SAFE-DEPOSIT-AGREEMENT-FILE
           IF WS-AG-NOT-FOUND
               DISPLAY 'NO SAFE DEPOSIT AGREEMENTS ON FILE'
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-AG-OK
               DISPLAY 'UNABLE TO OPEN SAFE DEPOSIT AGREEMENTS, '
                   'STATUS ' WS-AGREEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT SAFE-DEPOSIT-BOX-FILE
           IF WS-BX-OK
               SET WS-BOXES-OPEN TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CM-OK
               SET WS-NAMES-OPEN TO TRUE
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN OUTPUT PAST-DUE-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE PAST-DUE-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE PAST-DUE-REPORT-LINE FROM WS-COLUMN-HEADER.
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
      * 2000-REVIEW-AGREEMENT - an open agreement owing rent past
      * its 30 days is listed; past 90 it goes into default.
      *-----------------------------------------------------------*
       2000-REVIEW-AGREEMENT.
           READ SAFE-DEPOSIT-AGREEMENT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-AGREEMENTS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT SDA-OPEN-AGREEMENT
               OR SDA-AMOUNT-DUE = ZERO
               OR SDA-DUE-SINCE-DATE = ZERO
               GO TO 2000-EXIT
           END-IF
           COMPUTE WS-DAYS-PAST-DUE =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (SDA-DUE-SINCE-DATE)
           IF WS-DAYS-PAST-DUE NOT > WS-GRACE-DAYS
               AND NOT SDA-IN-DEFAULT
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN SDA-IN-DEFAULT
                   MOVE 'IN DEFAULT' TO WS-DL-STATUS
                   ADD 1 TO WS-IN-DEFAULT-COUNT
               WHEN WS-DAYS-PAST-DUE > WS-DEFAULT-DAYS
                   SET SDA-IN-DEFAULT TO TRUE
                   MOVE WS-TODAY-DATE TO SDA-DEFAULT-DATE
                   REWRITE SAFE-DEPOSIT-AGREEMENT-RECORD
                   MOVE 'NEW DEFAULT' TO WS-DL-STATUS
                   ADD 1 TO WS-NEW-DEFAULT-COUNT
                   ADD 1 TO WS-IN-DEFAULT-COUNT
               WHEN OTHER
                   MOVE 'PAST DUE' TO WS-DL-STATUS
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT > 30
                   MOVE '0-30' TO WS-DL-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 60
                   MOVE '31-60' TO WS-DL-BUCKET
               WHEN WS-DAYS-PAST-DUE NOT > 90
                   MOVE '61-90' TO WS-DL-BUCKET
               WHEN OTHER
                   MOVE 'OVER 90' TO WS-DL-BUCKET
           END-EVALUATE
           MOVE SPACES TO WS-DL-LESSEE-NAME
           IF WS-NAMES-OPEN
               MOVE SDA-LESSEE-ID TO CUM-CUSTOMER-ID
               READ CUSTOMER-MASTER
                   INVALID KEY
                       MOVE '** NOT ON FILE **' TO WS-DL-LESSEE-NAME
                   NOT INVALID KEY
                       MOVE CUM-NAME TO WS-DL-LESSEE-NAME
               END-READ
           END-IF
           MOVE SDA-BRANCH-CODE TO WS-DL-BRANCH-CODE
           MOVE SDA-BOX-NUMBER TO WS-DL-BOX-NUMBER
           MOVE SDA-AGREEMENT-ID TO WS-DL-AGREEMENT-ID
           MOVE SDA-LESSEE-ID TO WS-DL-LESSEE-ID
           MOVE SDA-DUE-SINCE-DATE TO WS-DL-DUE-SINCE
           MOVE WS-DAYS-PAST-DUE TO WS-DL-DAYS
           MOVE SDA-AMOUNT-DUE TO WS-DL-AMOUNT-DUE
           WRITE PAST-DUE-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-PAST-DUE-COUNT
           ADD SDA-AMOUNT-DUE TO WS-PAST-DUE-TOTAL.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-DRILLED-BOXES - the drilled-box log, each
      * drilling with its witnesses and whether the box has its
      * new lock yet.  No log means nothing has been drilled.
      *-----------------------------------------------------------*
       3000-LIST-DRILLED-BOXES.
           MOVE 'PAST-DUE RENT           ' TO WS-TL-LABEL
           MOVE WS-PAST-DUE-COUNT TO WS-TL-COUNT
           MOVE WS-PAST-DUE-TOTAL TO WS-TL-AMOUNT
           WRITE PAST-DUE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO PAST-DUE-REPORT-LINE
           WRITE PAST-DUE-REPORT-LINE
           MOVE 'DRILLED-BOX LOG' TO WS-SECTION-LINE
           WRITE PAST-DUE-REPORT-LINE FROM WS-SECTION-LINE
           WRITE PAST-DUE-REPORT-LINE FROM WS-DRILL-HEADER
           OPEN INPUT DRILLED-BOX-LOG
           IF NOT WS-DL-OK
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-LIST-ONE-DRILLING THRU 3100-EXIT
               UNTIL WS-END-OF-LOG
           CLOSE DRILLED-BOX-LOG.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-DRILLING.
           READ DRILLED-BOX-LOG
               AT END
                   SET WS-END-OF-LOG TO TRUE
                   GO TO 3100-EXIT
           END-READ
           MOVE SPACES TO WS-DR-BOX-NOW
           IF WS-BOXES-OPEN
               MOVE SDL-BRANCH-CODE TO SDB-BRANCH-CODE
               MOVE SDL-BOX-NUMBER TO SDB-BOX-NUMBER
               READ SAFE-DEPOSIT-BOX-FILE
                   INVALID KEY
                       MOVE 'NOT ON FILE' TO WS-DR-BOX-NOW
                   NOT INVALID KEY
                       IF SDB-DRILLED
                           MOVE 'AWAITING REKEY' TO WS-DR-BOX-NOW
                       ELSE
                           MOVE 'REKEYED' TO WS-DR-BOX-NOW
                       END-IF
               END-READ
           END-IF
           MOVE SDL-BRANCH-CODE TO WS-DR-BRANCH-CODE
           MOVE SDL-BOX-NUMBER TO WS-DR-BOX-NUMBER
           MOVE SDL-AGREEMENT-ID TO WS-DR-AGREEMENT-ID
           MOVE SDL-LESSEE-ID TO WS-DR-LESSEE-ID
           MOVE SDL-DRILL-DATE TO WS-DR-DRILL-DATE
           MOVE SDL-AMOUNT-DUE TO WS-DR-AMOUNT-DUE
           MOVE SDL-ENVELOPE-NUMBER TO WS-DR-ENVELOPE
           WRITE PAST-DUE-REPORT-LINE FROM WS-DRILL-LINE
           MOVE SPACES TO WS-REPORT-TEXT
           STRING '           WITNESSED BY ' SDL-WITNESS-1 ' AND '
               SDL-WITNESS-2 '  ' SDL-CONTENTS-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-TEXT
           WRITE PAST-DUE-REPORT-LINE FROM WS-REPORT-TEXT
           ADD 1 TO WS-DRILLED-COUNT
           ADD SDL-AMOUNT-DUE TO WS-DRILLED-TOTAL.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-OK
               GO TO 9000-EXIT
           END-IF
           MOVE 'BOXES DRILLED           ' TO WS-TL-LABEL
           MOVE WS-DRILLED-COUNT TO WS-TL-COUNT
           MOVE WS-DRILLED-TOTAL TO WS-TL-AMOUNT
           WRITE PAST-DUE-REPORT-LINE FROM WS-TOTAL-LINE
           IF WS-NEW-DEFAULT-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'AGREEMENTS PAST DUE:      ' WS-PAST-DUE-COUNT
           DISPLAY 'NEWLY IN DEFAULT:         ' WS-NEW-DEFAULT-COUNT
           DISPLAY 'IN DEFAULT, NOT DRILLED:  ' WS-IN-DEFAULT-COUNT
           DISPLAY 'DRILLINGS ON THE LOG:     ' WS-DRILLED-COUNT
           CLOSE SAFE-DEPOSIT-AGREEMENT-FILE
           IF WS-BOXES-OPEN
               CLOSE SAFE-DEPOSIT-BOX-FILE
           END-IF
           IF WS-NAMES-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE PAST-DUE-REPORT.
       9000-EXIT.
           EXIT.
