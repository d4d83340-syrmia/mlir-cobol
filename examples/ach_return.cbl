      *-----------------------------------------------------------*
      * PROGRAM:      ACHRETN
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Outbound ACH returns.  Reads the return file the ACH
      * operator sends back (ACHRET, NACHA format) for payments
      * ACHORIG originated that the receiving bank would not take
      * - account closed, no such account, and so on.  Each
      * return's addenda record carries the reason code and the
      * trace number the payment went out under; the sent entry on
      * ACHENTRY with that trace is credited back to the customer
      * and marked returned with its reason, so NOTICERN can tell
      * the customer why.
      *
      * The credit is an unposted DE on the transaction file, on
      * channel AH so GLEXTR takes it out of the ACH settlement
      * account, carrying REVERSAL-OF-UID back to the debit it
      * undoes, with UIDs drawn from the shared UIDSEQ log.  Only
      * entries still marked sent are credited, so a return file
      * fed through twice credits nobody twice.  A return whose
      * trace matches no sent entry is listed and the run ends
      * with a warning for operations to chase.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRETN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           SELECT ACH-ENTRY-FILE ASSIGN TO "ACHENTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACE-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-RETURN-FILE.
       COPY "nacha.cpy".

       FD  ACH-ENTRY-FILE.
       COPY "achentry.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-RETURN-STATUS         PIC X(02).
           88  WS-RF-OK                       VALUE '00'.
           88  WS-RF-NOT-FOUND                VALUE '35'.
       01  WS-ACH-FILE-STATUS       PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-RET-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-RETURNS              VALUE 'Y'.
       01  WS-ACH-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-ENTRIES              VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-SUB                   PIC 9(04).
       01  WS-HIT                   PIC 9(04).
       01  WS-RETURNS-READ          PIC 9(05) VALUE ZERO.
       01  WS-CREDITED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-UNMATCHED-COUNT       PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------*
      * The returns on tonight's file, by the trace number each
      * payment went out under.
      *-----------------------------------------------------------*
       01  WS-RET-TABLE-ENTRIES     PIC 9(04) VALUE ZERO.
       01  WS-RET-TABLE.
           05  WS-RET-ENTRY OCCURS 500 TIMES.
               10  WS-RET-TRACE        PIC 9(15).
               10  WS-RET-REASON       PIC X(03).
               10  WS-RET-MATCHED-SW   PIC X(01).
                   88  WS-RET-MATCHED            VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               PERFORM 2000-WORK-ONE-ENTRY THRU 2000-EXIT
                   UNTIL WS-END-OF-ENTRIES
               PERFORM 3000-LIST-UNMATCHED THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - load the returns; no return file means
      * nothing came back.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN INPUT ACH-RETURN-FILE
           IF WS-RF-NOT-FOUND
               DISPLAY 'NO ACH RETURN FILE - NOTHING RETURNED'
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-RETURN THRU 1100-EXIT
               UNTIL WS-END-OF-RETURNS
           CLOSE ACH-RETURN-FILE
           IF NOT WS-OPEN-OK
               GO TO 1000-EXIT
           END-IF
           IF WS-RET-TABLE-ENTRIES = ZERO
               DISPLAY 'ACH RETURN FILE HOLDS NO RETURNS'
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ACH-ENTRY-FILE
           OPEN I-O TRANSACTION-FILE
           IF NOT WS-AF-OK OR NOT WS-TF-OK
               DISPLAY 'UNABLE TO OPEN ACH RETURN FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-LOAD-ONE-RETURN - only the return addenda ('7', type
      * 99) matter; the entry detail ahead of each one repeats
      * what ACHENTRY already holds.
      *-----------------------------------------------------------*
       1100-LOAD-ONE-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   SET WS-END-OF-RETURNS TO TRUE
                   GO TO 1100-EXIT
           END-READ
           IF NRA-RECORD-TYPE NOT = '7' OR NRA-ADDENDA-TYPE NOT = '99'
               GO TO 1100-EXIT
           END-IF
           IF WS-RET-TABLE-ENTRIES = 500
               DISPLAY 'ACH RETURN FILE EXCEEDS CAPACITY - '
                   'NOTHING CREDITED THIS RUN'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               SET WS-END-OF-RETURNS TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-RET-TABLE-ENTRIES
           ADD 1 TO WS-RETURNS-READ
           MOVE NRA-ORIGINAL-TRACE TO
               WS-RET-TRACE (WS-RET-TABLE-ENTRIES)
           MOVE NRA-RETURN-REASON TO
               WS-RET-REASON (WS-RET-TABLE-ENTRIES)
           MOVE 'N' TO WS-RET-MATCHED-SW (WS-RET-TABLE-ENTRIES).
       1100-EXIT.
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
      * 1500-DETERMINE-NEXT-UID - fresh UIDs for the re-credits
      * come off the shared UIDSEQ log like every other generator.
      *-----------------------------------------------------------*
       1500-DETERMINE-NEXT-UID.
           OPEN INPUT UID-SEQUENCE
           IF WS-SEQ-NOT-FOUND
               MOVE 90000 TO WS-NEXT-UID
           ELSE
               PERFORM 1550-READ-ONE-SEQUENCE THRU 1550-EXIT
                   UNTIL WS-END-OF-SEQUENCE
               CLOSE UID-SEQUENCE
               IF WS-NEXT-UID = ZERO
                   AND NOT WS-UID-RANGE-EXHAUSTED
                   MOVE 90000 TO WS-NEXT-UID
               END-IF
           END-IF
           OPEN EXTEND UID-SEQUENCE.
       1500-EXIT.
           EXIT.

       1550-READ-ONE-SEQUENCE.
           READ UID-SEQUENCE
               AT END
                   SET WS-END-OF-SEQUENCE TO TRUE
               NOT AT END
                   IF SEQ-LAST-UID = 99999
                       SET WS-UID-RANGE-EXHAUSTED TO TRUE
                   ELSE
                       MOVE 'N' TO WS-UID-RANGE-SW
                       COMPUTE WS-NEXT-UID =
                           SEQ-LAST-UID + 1
                   END-IF
           END-READ.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-WORK-ONE-ENTRY - a sent entry whose trace is on the
      * return file is credited back.
      *-----------------------------------------------------------*
       2000-WORK-ONE-ENTRY.
           READ ACH-ENTRY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENTRIES TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT ACE-SENT
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO WS-HIT
           MOVE ZERO TO WS-SUB
           PERFORM 2100-MATCH-ONE-RETURN THRU 2100-EXIT
               UNTIL WS-HIT NOT = ZERO
               OR WS-SUB = WS-RET-TABLE-ENTRIES
           IF WS-HIT NOT = ZERO
               PERFORM 2200-CREDIT-RETURN THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-RETURN.
           ADD 1 TO WS-SUB
           IF WS-RET-TRACE (WS-SUB) = ACE-TRACE-NUMBER
               AND NOT WS-RET-MATCHED (WS-SUB)
               MOVE WS-SUB TO WS-HIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CREDIT-RETURN - put the money back on the customer's
      * account and mark the entry returned with its reason.
      *-----------------------------------------------------------*
       2200-CREDIT-RETURN.
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - RETURN NOT CREDITED: '
                   ACE-UID
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE ACE-ACCOUNT-ID TO ACCOUNT-ID
           MOVE SPACES TO DESC
           STRING 'ACH RETURN ' WS-RET-REASON (WS-HIT)
               ' OF ' ACE-UID
               DELIMITED BY SIZE INTO DESC
           MOVE 'DE' TO TRAN-TYPE
           MOVE ACE-AMOUNT TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ACE-UID TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'ACHRETN' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           SET TRAN-CHANNEL-ACH TO TRUE
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, RETURN NOT CREDITED: '
                       ACE-UID
                   MOVE 16 TO RETURN-CODE
                   GO TO 2200-EXIT
           END-WRITE
           MOVE UID TO SEQ-LAST-UID
           WRITE UID-SEQUENCE-LOG-RECORD
           SET ACE-RETURNED TO TRUE
           MOVE WS-RET-REASON (WS-HIT) TO ACE-RETURN-REASON
           MOVE WS-TODAY-DATE TO ACE-RETURN-DATE
           MOVE UID TO ACE-RETURN-UID
           REWRITE ACH-ENTRY-RECORD
           SET WS-RET-MATCHED (WS-HIT) TO TRUE
           ADD 1 TO WS-CREDITED-COUNT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-UNMATCHED - a return we cannot tie to a sent
      * payment (or one already credited) is somebody's job to
      * chase; it does not stop the run.
      *-----------------------------------------------------------*
       3000-LIST-UNMATCHED.
           MOVE ZERO TO WS-SUB
           PERFORM 3100-LIST-ONE THRU 3100-EXIT
               UNTIL WS-SUB = WS-RET-TABLE-ENTRIES
           IF WS-UNMATCHED-COUNT > ZERO
               AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE.
           ADD 1 TO WS-SUB
           IF NOT WS-RET-MATCHED (WS-SUB)
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY 'ACH RETURN MATCHES NO SENT PAYMENT, TRACE '
                   WS-RET-TRACE (WS-SUB) ' REASON '
                   WS-RET-REASON (WS-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'ACH RETURNS READ:        ' WS-RETURNS-READ
           DISPLAY 'ACH RETURNS CREDITED:    ' WS-CREDITED-COUNT
           DISPLAY 'ACH RETURNS UNMATCHED:   ' WS-UNMATCHED-COUNT
           IF WS-OPEN-OK
               CLOSE ACH-ENTRY-FILE
               CLOSE TRANSACTION-FILE
               CLOSE UID-SEQUENCE
           END-IF.
       9000-EXIT.
           EXIT.
