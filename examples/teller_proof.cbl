      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Entries keyed today but still on
      *                    MEMOPOST's pending file (captured
      *                    while the posting run had the
      *                    transaction file) are tallied with the
      *                    teller's keyed items.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02; money work
      *                    fields, report columns and line
      *                    lengths widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TELLPROF.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT PENDING-ENTRY-FILE ASSIGN TO "MEMOPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
           BY UID-SEQUENCE-LOG-RECORD.

       FD  PROOF-REPORT.
       01  PROOF-REPORT-LINE           PIC X(110).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  PENDING-ENTRY-FILE.
       COPY "memopend.cpy".

       WORKING-STORAGE SECTION.
       01  WS-TELLER-STATUS         PIC X(02).
           88  WS-TS-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-PENDING-STATUS        PIC X(02).
           88  WS-PE-OK                       VALUE '00'.
       01  WS-PENDING-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-PENDING              VALUE 'Y'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-SESS-EOF-SW           PIC X(01) VALUE 'N'.
               10  WS-TLR-CLOSE-CASH   PIC 9(07)V9(02).
               10  WS-TLR-OPEN-SW      PIC X(01).
               10  WS-TLR-CLOSE-SW     PIC X(01).
               10  WS-TLR-DE-TOTAL     PIC 9(13)V9(02).
               10  WS-TLR-WD-TOTAL     PIC 9(13)V9(02).
               10  WS-TLR-ITEM-COUNT   PIC 9(05).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(22) VALUE
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-PL-ITEMS          PIC ZZZ9.
           05  FILLER               PIC X(05) VALUE '  DE '.
           05  WS-PL-DE             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE '  WD '.
           05  WS-PL-WD             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  O/S '.
           05  WS-PL-OVERSHORT      PIC -ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
                   UNTIL WS-END-OF-SESSIONS
               PERFORM 3000-TALLY-KEYED-ITEMS THRU 3000-EXIT
                   UNTIL WS-END-OF-SCAN
               PERFORM 3500-TALLY-PENDING-ITEMS THRU 3500-EXIT
               PERFORM 4000-PROVE-TELLERS THRU 4000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
               AT END
                   SET WS-END-OF-SCAN TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-CHANNEL-TELLER
                       AND TRAN-LOAD-DATE = WS-TODAY-DATE
                       MOVE TRAN-ENTERED-BY TO WS-MATCH-OPERATOR
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-TALLY-PENDING-ITEMS - entries keyed today while the
      * posting run had the transaction file wait on MEMOPOST's
      * pending file until MEMOLOAD puts them on; the cash
      * changed hands all the same, so they count here too.
      *-----------------------------------------------------------*
       3500-TALLY-PENDING-ITEMS.
           OPEN INPUT PENDING-ENTRY-FILE
           IF NOT WS-PE-OK
               GO TO 3500-EXIT
           END-IF
           PERFORM 3550-TALLY-ONE-PENDING THRU 3550-EXIT
               UNTIL WS-END-OF-PENDING
           CLOSE PENDING-ENTRY-FILE.
       3500-EXIT.
           EXIT.

       3550-TALLY-ONE-PENDING.
           READ PENDING-ENTRY-FILE
               AT END
                   SET WS-END-OF-PENDING TO TRUE
               NOT AT END
                   IF PND-ENTRY-DATE = WS-TODAY-DATE
                       MOVE PND-OPERATOR TO WS-MATCH-OPERATOR
                       PERFORM 2200-FIND-OR-ADD-TELLER
                           THRU 2200-EXIT
                       IF WS-HIT-SUB NOT = ZERO
                           ADD 1 TO
                               WS-TLR-ITEM-COUNT (WS-HIT-SUB)
                           IF PND-TRAN-TYPE = 'DE'
                               ADD PND-AMOUNT TO
                                   WS-TLR-DE-TOTAL (WS-HIT-SUB)
                           ELSE
                               ADD PND-AMOUNT TO
                                   WS-TLR-WD-TOTAL (WS-HIT-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       3550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-PROVE-TELLERS - one line per teller; a disagreement
      * between the counted close and the expected cash is the
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
