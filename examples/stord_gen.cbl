      *                    loudly - the sequence wrapped to zero
      *                    silently, and everything generated
      *                    after the wrap died as a collision.
      *   2026-10-15  RLB  An order paying a party at another
      *                    bank writes its debit on channel AH
      *                    and queues the payment pending on
      *                    ACHENTRY (created on first use) for
      *                    ACHORIG to originate once the debit
      *                    has posted.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDGEN.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-ORDER-ID
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT ACH-ENTRY-FILE ASSIGN TO "ACHENTRY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACE-KEY
               FILE STATUS IS WS-ACH-FILE-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
       FD  STANDING-ORDER-FILE.
       COPY "standord.cpy".

       FD  ACH-ENTRY-FILE.
       COPY "achentry.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.
       01  WS-ORDER-FILE-STATUS     PIC X(02).
           88  WS-OF-OK                       VALUE '00'.
           88  WS-OF-NOT-FOUND                VALUE '35'.
       01  WS-ACH-FILE-STATUS       PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
           88  WS-AF-NOT-FOUND                VALUE '35'.
       01  WS-ACH-QUEUED-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
                   SET WS-END-OF-ORDERS TO TRUE
               END-IF
           END-IF
           IF NOT WS-END-OF-ORDERS
               OPEN I-O ACH-ENTRY-FILE
               IF WS-AF-NOT-FOUND
                   OPEN OUTPUT ACH-ENTRY-FILE
                   CLOSE ACH-ENTRY-FILE
                   OPEN I-O ACH-ENTRY-FILE
               END-IF
               IF NOT WS-AF-OK
                   DISPLAY 'UNABLE TO OPEN ACH ENTRY FILE, STATUS '
                       WS-ACH-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-ORDERS TO TRUE
               END-IF
           END-IF
           IF NOT WS-END-OF-ORDERS
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           MOVE SPACES TO TRAN-CHANNEL
           IF SOR-PAYEE-EXTERNAL
               SET TRAN-CHANNEL-ACH TO TRUE
           END-IF
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   ADD 1 TO WS-GENERATED-COUNT
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
                   IF SOR-PAYEE-EXTERNAL
                       PERFORM 2250-QUEUE-ACH-ENTRY THRU 2250-EXIT
                   END-IF
           END-WRITE
           PERFORM 2300-ROLL-DUE-DATE THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-QUEUE-ACH-ENTRY - an order paying a party at another
      * bank: the debit just written takes the customer's money
      * through the ordinary posting stream, and the payment
      * itself is queued pending for ACHORIG, which sends it once
      * the debit has posted.
      *-----------------------------------------------------------*
       2250-QUEUE-ACH-ENTRY.
           MOVE WS-TODAY-DATE TO ACE-QUEUED-DATE
           MOVE UID TO ACE-UID
           MOVE SOR-ACCOUNT-ID TO ACE-ACCOUNT-ID
           MOVE SOR-ORDER-ID TO ACE-ORDER-ID
           MOVE SOR-PAYEE-ROUTING TO ACE-PAYEE-ROUTING
           MOVE SOR-PAYEE-ACCOUNT TO ACE-PAYEE-ACCOUNT
           MOVE SOR-PAYEE-ACCT-TYPE TO ACE-PAYEE-ACCT-TYPE
           MOVE SOR-PAYEE-NAME TO ACE-PAYEE-NAME
           MOVE SOR-AMOUNT TO ACE-AMOUNT
           SET ACE-PENDING TO TRUE
           MOVE ZERO TO ACE-TRACE-NUMBER
           MOVE ZERO TO ACE-SENT-DATE
           MOVE SPACES TO ACE-RETURN-REASON
           MOVE ZERO TO ACE-RETURN-DATE
           MOVE ZERO TO ACE-RETURN-UID
           WRITE ACH-ENTRY-RECORD
               INVALID KEY
                   DISPLAY 'ACH ENTRY ALREADY QUEUED FOR UID ' UID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-ACH-QUEUED-COUNT
           END-WRITE.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-ROLL-DUE-DATE - advance the order's next due date by
      * its frequency.  Daily and weekly roll through the integer
       9000-TERMINATE.
           DISPLAY 'STANDING ORDER TRANSACTIONS GENERATED: '
               WS-GENERATED-COUNT
           DISPLAY 'OUTBOUND ACH PAYMENTS QUEUED:         '
               WS-ACH-QUEUED-COUNT
           CLOSE TRANSACTION-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE ACH-ENTRY-FILE
           IF NOT WS-OF-NOT-FOUND
               CLOSE UID-SEQUENCE
           END-IF.
