      *-----------------------------------------------------------*
      * PROGRAM:      CORRLOAD
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Correspondent statement load.  Reads the daily statement
      * the correspondent bank sends for our settlement account
      * (CORRSTMT.CPY), proves it, and writes each entry onto the
      * settlement items file (SETLITEM.CPY) as an open statement
      * item, dated the statement date, for SETLRECN to match
      * against what our own loads booked.
      *
      * The entries are held in storage until the proof passes,
      * the way ATMSETTL holds the switch's details: the trailer
      * count must equal the entries read, and the opening
      * balance plus credits less debits must come to the
      * trailer's closing balance.  A statement with no header or
      * trailer, or that fails its proof, raises a high-severity
      * operator alert and loads nothing, RC 20.  A statement
      * whose date is already on the items file has been loaded
      * before and is refused, RC 8, so a resent file does not
      * double the open items.  An entry with a source code we
      * do not recognise is still loaded - the money moved - and
      * is marked on the load report; it stays open until someone
      * works it.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORRESPONDENT-STATEMENT ASSIGN TO "CORRSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           SELECT SETTLEMENT-ITEM-FILE ASSIGN TO "SETLITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT LOAD-REPORT ASSIGN TO "CORRLOAD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-ALERT ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CORRESPONDENT-STATEMENT.
       COPY "corrstmt.cpy".

       FD  SETTLEMENT-ITEM-FILE.
       COPY "setlitem.cpy".

       FD  LOAD-REPORT.
       01  LOAD-REPORT-LINE            PIC X(80).

       FD  OPERATOR-ALERT.
       COPY "opalert.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STATEMENT-STATUS      PIC X(02).
           88  WS-CS-OK                       VALUE '00'.
       01  WS-ITEM-STATUS           PIC X(02).
           88  WS-SI-OK                       VALUE '00'.
           88  WS-SI-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-AL-NOT-FOUND                VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-STATEMENT            VALUE 'Y'.
       01  WS-HEADER-SW             PIC X(01) VALUE 'N'.
           88  WS-HEADER-SEEN                 VALUE 'Y'.
       01  WS-TRAILER-SW            PIC X(01) VALUE 'N'.
           88  WS-TRAILER-SEEN                VALUE 'Y'.
       01  WS-LOADED-SW             PIC X(01).
           88  WS-ALREADY-LOADED              VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-STATEMENT-DATE        PIC 9(08) VALUE ZERO.
       01  WS-CORR-ACCOUNT          PIC X(12) VALUE SPACES.
       01  WS-OPENING-BALANCE       PIC S9(11)V9(02) VALUE ZERO.
       01  WS-CLOSING-BALANCE       PIC S9(11)V9(02) VALUE ZERO.
       01  WS-PROVED-BALANCE        PIC S9(11)V9(02) VALUE ZERO.
       01  WS-TRL-ENTRY-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-CREDIT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
       01  WS-DEBIT-TOTAL           PIC 9(11)V9(02) VALUE ZERO.
       01  WS-UNKNOWN-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-LOAD-SUB              PIC 9(04) VALUE ZERO.
       01  WS-ALERT-TEXT            PIC X(40).

       01  WS-ENTRY-TABLE-ENTRIES   PIC 9(04) VALUE ZERO.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY OCCURS 2000 TIMES.
               10  WS-ENT-SOURCE-CODE  PIC X(04).
               10  WS-ENT-DR-CR        PIC X(01).
               10  WS-ENT-AMOUNT       PIC 9(11)V9(02).
               10  WS-ENT-REFERENCE    PIC X(16).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(30) VALUE
               'CORRESPONDENT STATEMENT LOAD  '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(10) VALUE
               '  ACCOUNT '.
           05  WS-RH-ACCOUNT        PIC X(12).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'SEQ  SRCE   DR/CR             AMOUNT  RE'.
           05  FILLER               PIC X(19) VALUE
               'FERENCE        NOTE'.
       01  WS-DETAIL-LINE.
           05  WS-DL-SEQUENCE       PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-SOURCE-CODE    PIC X(04).
           05  FILLER               PIC X(06) VALUE SPACES.
           05  WS-DL-DR-CR          PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-REFERENCE      PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-NOTE           PIC X(14).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(20).
           05  WS-TL-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-READ-STATEMENT THRU 2000-EXIT
               UNTIL WS-END-OF-STATEMENT
           PERFORM 3000-PROVE-AND-LOAD THRU 3000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open the statement and the items file,
      * creating the items file on first use.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CORRESPONDENT-STATEMENT
           IF NOT WS-CS-OK
               DISPLAY 'UNABLE TO OPEN CORRESPONDENT STATEMENT, '
                   'STATUS ' WS-STATEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-STATEMENT TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O SETTLEMENT-ITEM-FILE
           IF WS-SI-NOT-FOUND
               OPEN OUTPUT SETTLEMENT-ITEM-FILE
               CLOSE SETTLEMENT-ITEM-FILE
               OPEN I-O SETTLEMENT-ITEM-FILE
           END-IF
           IF NOT WS-SI-OK
               DISPLAY 'UNABLE TO OPEN SETTLEMENT ITEMS FILE, '
                   'STATUS ' WS-ITEM-STATUS
               CLOSE CORRESPONDENT-STATEMENT
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-STATEMENT TO TRUE
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT LOAD-REPORT
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT.
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
      * 2000-READ-STATEMENT - take the next line off the
      * statement.  Entries are held in storage until the proof
      * passes; nothing reaches the items file from here.
      *-----------------------------------------------------------*
       2000-READ-STATEMENT.
           READ CORRESPONDENT-STATEMENT
               AT END
                   SET WS-END-OF-STATEMENT TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN CST-HEADER
                           SET WS-HEADER-SEEN TO TRUE
                           MOVE CST-STATEMENT-DATE
                               TO WS-STATEMENT-DATE
                           MOVE CST-CORR-ACCOUNT TO WS-CORR-ACCOUNT
                           MOVE CST-OPENING-BALANCE
                               TO WS-OPENING-BALANCE
                       WHEN CST-DETAIL
                           PERFORM 2100-STORE-ENTRY THRU 2100-EXIT
                       WHEN CST-TRAILER
                           SET WS-TRAILER-SEEN TO TRUE
                           MOVE CST-TRL-ENTRY-COUNT
                               TO WS-TRL-ENTRY-COUNT
                           MOVE CST-TRL-CLOSING-BALANCE
                               TO WS-CLOSING-BALANCE
                       WHEN OTHER
                           DISPLAY 'UNRECOGNIZED STATEMENT RECORD '
                               'TYPE: ' CST-RECORD-TYPE
                           MOVE 16 TO RETURN-CODE
                   END-EVALUATE
           END-READ.
       2000-EXIT.
           EXIT.

       2100-STORE-ENTRY.
           IF WS-ENTRY-TABLE-ENTRIES = 2000
               DISPLAY 'STATEMENT TABLE FULL - FILE NOT LOADED'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-STATEMENT TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF NOT (CST-DEBIT OR CST-CREDIT)
               OR CST-AMOUNT NOT NUMERIC
               DISPLAY 'UNREADABLE STATEMENT ENTRY: '
                   CST-DETAIL-BODY
               MOVE 16 TO RETURN-CODE
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ENTRY-TABLE-ENTRIES
           MOVE WS-ENTRY-TABLE-ENTRIES TO WS-LOAD-SUB
           MOVE CST-SOURCE-CODE TO WS-ENT-SOURCE-CODE (WS-LOAD-SUB)
           MOVE CST-DR-CR TO WS-ENT-DR-CR (WS-LOAD-SUB)
           MOVE CST-AMOUNT TO WS-ENT-AMOUNT (WS-LOAD-SUB)
           MOVE CST-REFERENCE TO WS-ENT-REFERENCE (WS-LOAD-SUB)
           IF CST-CREDIT
               ADD CST-AMOUNT TO WS-CREDIT-TOTAL
           ELSE
               ADD CST-AMOUNT TO WS-DEBIT-TOTAL
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PROVE-AND-LOAD - the statement must prove on its
      * own count and balances, and must not have been loaded
      * before, ahead of anything being written.
      *-----------------------------------------------------------*
       3000-PROVE-AND-LOAD.
           IF NOT WS-RUN-OK OR RETURN-CODE NOT = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE WS-STATEMENT-DATE TO WS-RH-DATE
           MOVE WS-CORR-ACCOUNT TO WS-RH-ACCOUNT
           WRITE LOAD-REPORT-LINE FROM WS-REPORT-HEADER
           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
               MOVE 'CORRESPONDENT STATEMENT IS INCOMPLETE'
                   TO WS-ALERT-TEXT
               PERFORM 8200-RAISE-OPERATOR-ALERT THRU 8200-EXIT
               MOVE 20 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           COMPUTE WS-PROVED-BALANCE = WS-OPENING-BALANCE
               + WS-CREDIT-TOTAL - WS-DEBIT-TOTAL
           IF WS-ENTRY-TABLE-ENTRIES NOT = WS-TRL-ENTRY-COUNT
               OR WS-PROVED-BALANCE NOT = WS-CLOSING-BALANCE
               MOVE 'CORRESPONDENT STATEMENT FAILS ITS PROOF'
                   TO WS-ALERT-TEXT
               PERFORM 8200-RAISE-OPERATOR-ALERT THRU 8200-EXIT
               DISPLAY 'TRAILER COUNT: ' WS-TRL-ENTRY-COUNT
                   ' ENTRIES READ: ' WS-ENTRY-TABLE-ENTRIES
               DISPLAY 'TRAILER CLOSING: ' WS-CLOSING-BALANCE
                   ' PROVED CLOSING: ' WS-PROVED-BALANCE
               MOVE 20 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-ALREADY-LOADED THRU 3100-EXIT
           IF WS-ALREADY-LOADED
               DISPLAY 'STATEMENT FOR ' WS-STATEMENT-DATE
                   ' ALREADY LOADED - NOT LOADED AGAIN'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF
           WRITE LOAD-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE ZERO TO WS-LOAD-SUB
           PERFORM 3500-WRITE-ONE-ITEM THRU 3500-EXIT
               UNTIL WS-LOAD-SUB = WS-ENTRY-TABLE-ENTRIES
           MOVE 'OPENING BALANCE     ' TO WS-TL-LABEL
           MOVE WS-OPENING-BALANCE TO WS-TL-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CREDITS             ' TO WS-TL-LABEL
           MOVE WS-CREDIT-TOTAL TO WS-TL-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DEBITS              ' TO WS-TL-LABEL
           MOVE WS-DEBIT-TOTAL TO WS-TL-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CLOSING BALANCE     ' TO WS-TL-LABEL
           MOVE WS-CLOSING-BALANCE TO WS-TL-AMOUNT
           WRITE LOAD-REPORT-LINE FROM WS-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CHECK-ALREADY-LOADED - any statement item already
      * dated the statement date means this statement is in.
      *-----------------------------------------------------------*
       3100-CHECK-ALREADY-LOADED.
           MOVE 'N' TO WS-LOADED-SW
           SET SLI-STATEMENT-SIDE TO TRUE
           MOVE WS-STATEMENT-DATE TO SLI-ENTRY-DATE
           MOVE LOW-VALUES TO SLI-SOURCE-CODE
           MOVE ZERO TO SLI-SEQUENCE
           START SETTLEMENT-ITEM-FILE KEY NOT LESS THAN SLI-KEY
               INVALID KEY
                   GO TO 3100-EXIT
           END-START
           READ SETTLEMENT-ITEM-FILE NEXT RECORD
               AT END
                   GO TO 3100-EXIT
           END-READ
           IF SLI-STATEMENT-SIDE
               AND SLI-ENTRY-DATE = WS-STATEMENT-DATE
               SET WS-ALREADY-LOADED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-WRITE-ONE-ITEM - one proved entry onto the items
      * file as an open statement item.
      *-----------------------------------------------------------*
       3500-WRITE-ONE-ITEM.
           ADD 1 TO WS-LOAD-SUB
           SET SLI-STATEMENT-SIDE TO TRUE
           MOVE WS-STATEMENT-DATE TO SLI-ENTRY-DATE
           MOVE WS-ENT-SOURCE-CODE (WS-LOAD-SUB) TO SLI-SOURCE-CODE
           MOVE WS-LOAD-SUB TO SLI-SEQUENCE
           MOVE WS-ENT-DR-CR (WS-LOAD-SUB) TO SLI-DR-CR
           MOVE WS-ENT-AMOUNT (WS-LOAD-SUB) TO SLI-AMOUNT
           MOVE 1 TO SLI-ITEM-COUNT
           MOVE WS-ENT-REFERENCE (WS-LOAD-SUB) TO SLI-REFERENCE
           SET SLI-OPEN TO TRUE
           MOVE ZERO TO SLI-MATCHED-DATE
           MOVE 'N' TO SLI-ALERT-FLAG
           MOVE SPACES TO WS-DL-NOTE
           IF NOT SLI-KNOWN-SOURCE
               MOVE 'UNKNOWN SOURCE' TO WS-DL-NOTE
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF
           WRITE SETTLEMENT-ITEM-RECORD
               INVALID KEY
                   MOVE 'NOT WRITTEN' TO WS-DL-NOTE
                   MOVE 16 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE
           MOVE WS-LOAD-SUB TO WS-DL-SEQUENCE
           MOVE SLI-SOURCE-CODE TO WS-DL-SOURCE-CODE
           MOVE SLI-DR-CR TO WS-DL-DR-CR
           MOVE SLI-AMOUNT TO WS-DL-AMOUNT
           MOVE SLI-REFERENCE TO WS-DL-REFERENCE
           WRITE LOAD-REPORT-LINE FROM WS-DETAIL-LINE.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-RAISE-OPERATOR-ALERT - a statement that will not
      * prove needs a human before reconciliation runs.
      *-----------------------------------------------------------*
       8200-RAISE-OPERATOR-ALERT.
           OPEN EXTEND OPERATOR-ALERT
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT OPERATOR-ALERT
           END-IF
           SET OPA-SEV-HIGH TO TRUE
           MOVE 'CORRLOAD' TO OPA-SOURCE-PROGRAM
           MOVE WS-ALERT-TEXT TO OPA-MESSAGE
           MOVE WS-TODAY-DATE TO OPA-TIMESTAMP(1:8)
           ACCEPT OPA-TIMESTAMP(9:6) FROM TIME
           SET OPA-UNACKNOWLEDGED TO TRUE
           MOVE SPACES TO OPA-ACKED-BY
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF NOT WS-RUN-OK
               GO TO 9000-EXIT
           END-IF
           IF WS-UNKNOWN-COUNT > ZERO
               DISPLAY 'ENTRIES WITH UNKNOWN SOURCE: '
                   WS-UNKNOWN-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'STATEMENT DATE:           ' WS-STATEMENT-DATE
           DISPLAY 'STATEMENT ENTRIES LOADED: ' WS-LOADED-COUNT
           CLOSE CORRESPONDENT-STATEMENT
           CLOSE SETTLEMENT-ITEM-FILE
           CLOSE LOAD-REPORT.
       9000-EXIT.
           EXIT.
