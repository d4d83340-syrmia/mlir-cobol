      *-----------------------------------------------------------*
      * PROGRAM:      MEMOLOAD
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Pending memo-post load, the chain step after TRANPOST.
      * Entries tellers and the service desk keyed while the
      * posting run had the transaction file were validated at
      * the counter and captured to MEMOPOST's pending file
      * (MEMOPEND.CPY); each goes onto the transaction file here
      * as an unposted teller record under a fresh UID off the
      * shared UIDSEQ log, attributed to its keyer with the date
      * and time it was keyed, for the following night's run.
      * A loaded entry comes off the pending file - the worked
      * table is written back whole, the way MEMOREL writes the
      * held file back - and one that could not be loaded (a UID
      * collision, or the UID range exhausted) stays there for
      * the next load.  Nothing is loaded while a posting run is
      * still flagged on POSTRUN: that run has the file.
      *
      * Return codes:
      *    0  loaded (or nothing pending)
      *    8  posting run still flagged, or an entry left pending
      *   16  files unavailable, pending file over the table, or
      *       the UID range exhausted
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-ENTRY-FILE ASSIGN TO "MEMOPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.
           SELECT POSTING-RUN ASSIGN TO "POSTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-RUN-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-ENTRY-FILE.
       COPY "memopend.cpy".

       FD  POSTING-RUN.
       COPY "postrun.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       WORKING-STORAGE SECTION.
       01  WS-PENDING-STATUS        PIC X(02).
           88  WS-PE-OK                       VALUE '00'.
           88  WS-PE-NOT-FOUND                VALUE '35'.
       01  WS-POSTING-RUN-STATUS    PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-PENDING-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-PENDING              VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL                  VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-SUB                   PIC 9(04).
       01  WS-LOADED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-LEFT-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-PENDING-TABLE-ENTRIES PIC 9(04) VALUE ZERO.
       01  WS-PENDING-TABLE.
           05  WS-PENDING-ENTRY OCCURS 1000 TIMES.
               10  WS-PND-ID           PIC 9(05).
               10  WS-PND-OPERATOR     PIC X(20).
               10  WS-PND-ACCOUNT-ID   PIC 9(07).
               10  WS-PND-TRAN-TYPE    PIC X(02).
               10  WS-PND-AMOUNT       PIC 9(06)V9(02).
               10  WS-PND-DESC         PIC X(25).
               10  WS-PND-SERIAL       PIC 9(08).
               10  WS-PND-BRANCH       PIC 9(03).
               10  WS-PND-DATE         PIC 9(08).
               10  WS-PND-TIME         PIC 9(06).
               10  WS-PND-LOADED-SW    PIC X(01).
                   88  WS-PND-LOADED              VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               MOVE ZERO TO WS-SUB
               PERFORM 2000-LOAD-ONE-ENTRY THRU 2000-EXIT
                   UNTIL WS-SUB = WS-PENDING-TABLE-ENTRIES
               PERFORM 8000-REWRITE-PENDING THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no load while a posting run is flagged;
      * otherwise the pending file into the table, the
      * transaction file opened for update and the next UID
      * drawn.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1100-CHECK-POSTING-RUN THRU 1100-EXIT
           IF NOT WS-RUN-OK
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT PENDING-ENTRY-FILE
           IF WS-PE-NOT-FOUND
               DISPLAY 'NO PENDING MEMO-POST ENTRIES'
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-PE-OK
               DISPLAY 'UNABLE TO OPEN PENDING FILE - STATUS '
                   WS-PENDING-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-LOAD-ONE-PENDING THRU 1200-EXIT
               UNTIL WS-END-OF-PENDING
           CLOSE PENDING-ENTRY-FILE
           IF WS-TABLE-FULL
               DISPLAY 'PENDING FILE OVER 1000 ENTRIES - NOTHING '
                   'LOADED'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           IF WS-PENDING-TABLE-ENTRIES = ZERO
               DISPLAY 'NO PENDING MEMO-POST ENTRIES'
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O TRANSACTION-FILE
           IF NOT WS-TF-OK
               DISPLAY 'UNABLE TO OPEN TRANSACTION FILE - STATUS '
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-CHECK-POSTING-RUN - a line on the posting-run file is
      * a TRANPOST run under way or abended and not yet
      * restarted; either way the transaction file is not ours.
      *-----------------------------------------------------------*
       1100-CHECK-POSTING-RUN.
           OPEN INPUT POSTING-RUN
           IF NOT WS-PR-OK
               GO TO 1100-EXIT
           END-IF
           READ POSTING-RUN
               AT END
                   CONTINUE
               NOT AT END
                   DISPLAY 'POSTING RUN ' PRN-RUN-NUMBER
                       ' PARTITION ' PRN-PARTITION-NUMBER
                       ' STILL FLAGGED - NOTHING LOADED'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'N' TO WS-RUN-OK-SW
           END-READ
           CLOSE POSTING-RUN.
       1100-EXIT.
           EXIT.

       1200-LOAD-ONE-PENDING.
           READ PENDING-ENTRY-FILE
               AT END
                   SET WS-END-OF-PENDING TO TRUE
               NOT AT END
                   IF WS-PENDING-TABLE-ENTRIES = 1000
                       SET WS-TABLE-FULL TO TRUE
                       SET WS-END-OF-PENDING TO TRUE
                   ELSE
                       ADD 1 TO WS-PENDING-TABLE-ENTRIES
                       MOVE WS-PENDING-TABLE-ENTRIES TO WS-SUB
                       MOVE PND-PENDING-ID TO WS-PND-ID (WS-SUB)
                       MOVE PND-OPERATOR TO WS-PND-OPERATOR (WS-SUB)
                       MOVE PND-ACCOUNT-ID
                           TO WS-PND-ACCOUNT-ID (WS-SUB)
                       MOVE PND-TRAN-TYPE
                           TO WS-PND-TRAN-TYPE (WS-SUB)
                       MOVE PND-AMOUNT TO WS-PND-AMOUNT (WS-SUB)
                       MOVE PND-DESC TO WS-PND-DESC (WS-SUB)
                       MOVE PND-CHECK-SERIAL
                           TO WS-PND-SERIAL (WS-SUB)
                       MOVE PND-BRANCH-CODE
                           TO WS-PND-BRANCH (WS-SUB)
                       MOVE PND-ENTRY-DATE TO WS-PND-DATE (WS-SUB)
                       MOVE PND-ENTRY-TIME TO WS-PND-TIME (WS-SUB)
                       MOVE 'N' TO WS-PND-LOADED-SW (WS-SUB)
                   END-IF
           END-READ.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-DETERMINE-NEXT-UID - draw from the shared UIDSEQ log
      * the way MEMOPOST does.
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
      * 2000-LOAD-ONE-ENTRY - one pending entry onto the
      * transaction file, unposted, exactly as MEMOPOST would
      * have written it at the counter.
      *-----------------------------------------------------------*
       2000-LOAD-ONE-ENTRY.
           ADD 1 TO WS-SUB
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - PENDING ENTRY '
                   WS-PND-ID (WS-SUB) ' LEFT PENDING'
               MOVE 16 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE WS-PND-ACCOUNT-ID (WS-SUB) TO ACCOUNT-ID
           MOVE SPACES TO DESC
           MOVE WS-PND-DESC (WS-SUB) TO DESC
           MOVE WS-PND-TRAN-TYPE (WS-SUB) TO TRAN-TYPE
           MOVE WS-PND-AMOUNT (WS-SUB) TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-PND-DATE (WS-SUB) TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE WS-PND-OPERATOR (WS-SUB) TO TRAN-ENTERED-BY
           MOVE WS-PND-TIME (WS-SUB) TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           SET TRAN-CHANNEL-TELLER TO TRUE
           MOVE WS-PND-SERIAL (WS-SUB) TO TRAN-CHECK-SERIAL
           MOVE WS-PND-BRANCH (WS-SUB) TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID collision, pending entry '
                       WS-PND-ID (WS-SUB) ' left pending: ' UID
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               NOT INVALID KEY
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   SET WS-PND-LOADED (WS-SUB) TO TRUE
                   ADD 1 TO WS-LOADED-COUNT
                   DISPLAY 'Pending entry ' WS-PND-ID (WS-SUB)
                       ' loaded under UID ' UID
           END-WRITE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-REWRITE-PENDING - what was not loaded back as the
      * whole of the pending file.
      *-----------------------------------------------------------*
       8000-REWRITE-PENDING.
           OPEN OUTPUT PENDING-ENTRY-FILE
           MOVE ZERO TO WS-SUB
           PERFORM 8100-WRITE-ONE-PENDING THRU 8100-EXIT
               UNTIL WS-SUB = WS-PENDING-TABLE-ENTRIES
           CLOSE PENDING-ENTRY-FILE.
       8000-EXIT.
           EXIT.

       8100-WRITE-ONE-PENDING.
           ADD 1 TO WS-SUB
           IF WS-PND-LOADED (WS-SUB)
               GO TO 8100-EXIT
           END-IF
           MOVE WS-PND-ID (WS-SUB) TO PND-PENDING-ID
           MOVE WS-PND-OPERATOR (WS-SUB) TO PND-OPERATOR
           MOVE WS-PND-ACCOUNT-ID (WS-SUB) TO PND-ACCOUNT-ID
           MOVE WS-PND-TRAN-TYPE (WS-SUB) TO PND-TRAN-TYPE
           MOVE WS-PND-AMOUNT (WS-SUB) TO PND-AMOUNT
           MOVE WS-PND-DESC (WS-SUB) TO PND-DESC
           MOVE WS-PND-SERIAL (WS-SUB) TO PND-CHECK-SERIAL
           MOVE WS-PND-BRANCH (WS-SUB) TO PND-BRANCH-CODE
           MOVE WS-PND-DATE (WS-SUB) TO PND-ENTRY-DATE
           MOVE WS-PND-TIME (WS-SUB) TO PND-ENTRY-TIME
           WRITE PENDING-ENTRY-RECORD
           ADD 1 TO WS-LEFT-COUNT.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'PENDING ENTRIES LOADED: ' WS-LOADED-COUNT
           DISPLAY 'PENDING ENTRIES LEFT: ' WS-LEFT-COUNT
           IF WS-RUN-OK
               CLOSE TRANSACTION-FILE
               CLOSE UID-SEQUENCE
           END-IF.
       9000-EXIT.
           EXIT.
