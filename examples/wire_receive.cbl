      *-----------------------------------------------------------*
      * PROGRAM:      WIRERCV
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Incoming wire receipt, modeled on ACHDLOAD.  Reads the
      * incoming wire file (WIREIN.CPY) the funds-transfer
      * terminal produces, in place of keying each wire into
      * MEMOPOST from the fax printout, and loads every clean
      * wire onto the transaction file as an unposted DE on
      * channel WR for the normal TRANSORT/TRANPOST path, drawing
      * UIDs from the shared UIDSEQ log.
      *
      * A wire is clean when its account is on file and not
      * closed, the beneficiary it names is a holder of that
      * account - the account-holder name on the master, or the
      * primary or joint holder of any customer-account link -
      * and neither the originator nor the beneficiary is on the
      * watch list, screened the way WLSCREEN screens (a hit is
      * raised on the watch-list review queue as well).  Anything
      * else goes onto the wire exception queue (WIREEXC.CPY),
      * unposted, for a supervisor to release or return through
      * WIREXMNT.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  A guardian on a minor's account is not
      *                    a holder for the beneficiary name
      *                    match.
      *   2026-10-15  RLB  New watch-list hits are written with
      *                    the disposition date zero.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRERCV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-IN-FILE ASSIGN TO "WIREIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIRE-STATUS.
           SELECT WIRE-EXCEPTION-FILE ASSIGN TO "WIREEXC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WXQ-WIRE-REF
               FILE STATUS IS WS-EXCEPTION-STATUS.
           SELECT WATCH-LIST ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT WATCH-QUEUE ASSIGN TO "WLQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT-FILE ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUSTACCT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIRE-IN-FILE.
       COPY "wirein.cpy".

       FD  WIRE-EXCEPTION-FILE.
       COPY "wireexc.cpy".

       FD  WATCH-LIST.
       COPY "watchlst.cpy".

       FD  WATCH-QUEUE.
       COPY "wlqueue.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  CUSTOMER-ACCOUNT-FILE.
       COPY "custacct.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-WIRE-STATUS           PIC X(02).
           88  WS-WI-OK                       VALUE '00'.
       01  WS-EXCEPTION-STATUS      PIC X(02).
           88  WS-WX-OK                       VALUE '00'.
           88  WS-WX-NOT-FOUND                VALUE '35'.
       01  WS-LIST-STATUS           PIC X(02).
           88  WS-WL-OK                       VALUE '00'.
       01  WS-QUEUE-STATUS          PIC X(02).
           88  WS-WQ-OK                       VALUE '00'.
           88  WS-WQ-NOT-FOUND                VALUE '35'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-CUSTACCT-STATUS       PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-WIRES                VALUE 'Y'.
       01  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-LIST                 VALUE 'Y'.
       01  WS-QUEUE-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-QUEUE                VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-POSTED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-HIT-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-NEXT-HIT-ID           PIC 9(05) VALUE 1.
       01  WS-EXCEPTION-REASON      PIC X(04).
       01  WS-NAME-MATCH-SW         PIC X(01).
           88  WS-NAME-MATCHED                VALUE 'Y'.
       01  WS-LIST-HIT-SW           PIC X(01).
           88  WS-LIST-HIT                    VALUE 'Y'.
       01  WS-WIRE-NAME             PIC X(50).
       01  WS-HOLDER-NAME           PIC X(50).
       01  WS-SCREEN-NAME           PIC X(30).
       01  WS-LIST-SUB              PIC 9(04).
       01  WS-LIST-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 500 TIMES.
               10  WS-WLT-ENTRY-ID     PIC 9(05).
               10  WS-WLT-NAME         PIC X(30).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-WIRES THRU 2000-EXIT
               UNTIL WS-END-OF-WIRES
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the watch list into a table and the hit
      * numbering past the highest on the review queue, as
      * WLSCREEN does; the exception queue is created on first
      * use.  No watch list means no wire can be screened, so
      * nothing is received.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN INPUT WATCH-LIST
           IF NOT WS-WL-OK
               DISPLAY 'NO WATCH LIST ON FILE - NO WIRES RECEIVED'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-WIRES TO TRUE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-LIST-ENTRY THRU 1100-EXIT
               UNTIL WS-END-OF-LIST
           CLOSE WATCH-LIST
           OPEN INPUT WATCH-QUEUE
           IF WS-WQ-OK
               PERFORM 1200-READ-ONE-HIT THRU 1200-EXIT
                   UNTIL WS-END-OF-QUEUE
               CLOSE WATCH-QUEUE
           END-IF
           OPEN EXTEND WATCH-QUEUE
           IF WS-WQ-NOT-FOUND
               OPEN OUTPUT WATCH-QUEUE
           END-IF
           OPEN I-O WIRE-EXCEPTION-FILE
           IF WS-WX-NOT-FOUND
               OPEN OUTPUT WIRE-EXCEPTION-FILE
               CLOSE WIRE-EXCEPTION-FILE
               OPEN I-O WIRE-EXCEPTION-FILE
           END-IF
           OPEN INPUT WIRE-IN-FILE
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT-FILE
           OPEN INPUT CUSTOMER-MASTER
           IF NOT WS-WI-OK OR NOT WS-WX-OK
               OR NOT WS-TF-OK OR NOT WS-AF-OK
               OR NOT WS-CA-OK OR NOT WS-CM-OK
               DISPLAY 'UNABLE TO OPEN WIRE RECEIPT FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-WIRES TO TRUE
           ELSE
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LIST-ENTRY.
           READ WATCH-LIST
               AT END
                   SET WS-END-OF-LIST TO TRUE
               NOT AT END
                   IF WS-LIST-TABLE-ENTRIES < 500
                       ADD 1 TO WS-LIST-TABLE-ENTRIES
                       MOVE WS-LIST-TABLE-ENTRIES TO WS-LIST-SUB
                       MOVE WLS-ENTRY-ID TO
                           WS-WLT-ENTRY-ID (WS-LIST-SUB)
                       MOVE WLS-NAME TO WS-WLT-NAME (WS-LIST-SUB)
                   ELSE
                       DISPLAY 'WATCH LIST EXCEEDS TABLE - '
                           'SCREENING INCOMPLETE'
                       MOVE 20 TO RETURN-CODE
                       SET WS-END-OF-LIST TO TRUE
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

       1200-READ-ONE-HIT.
           READ WATCH-QUEUE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
               NOT AT END
                   IF WLH-HIT-ID NOT < WS-NEXT-HIT-ID
                       COMPUTE WS-NEXT-HIT-ID = WLH-HIT-ID + 1
                   END-IF
           END-READ.
       1200-EXIT.
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
      * 1500-DETERMINE-NEXT-UID
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
      * 2000-PROCESS-WIRES - check the next wire and either post
      * it or queue it for a supervisor.
      *-----------------------------------------------------------*
       2000-PROCESS-WIRES.
           READ WIRE-IN-FILE
               AT END
                   SET WS-END-OF-WIRES TO TRUE
               NOT AT END
                   PERFORM 2050-CHECK-ONE-WIRE THRU 2050-EXIT
                   IF WS-EXCEPTION-REASON = SPACES
                       PERFORM 2500-WRITE-DEPOSIT THRU 2500-EXIT
                   ELSE
                       PERFORM 2600-QUEUE-EXCEPTION THRU 2600-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-CHECK-ONE-WIRE - an account that cannot take the
      * money is the first reason to stop a wire, a watch-list
      * hit on either party the next, a beneficiary who is not a
      * holder the last.  Both parties are screened even when the
      * first hits, so every hit reaches the review queue.
      *-----------------------------------------------------------*
       2050-CHECK-ONE-WIRE.
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE 'N' TO WS-LIST-HIT-SW
           MOVE WIN-ORIGINATOR-NAME TO WS-SCREEN-NAME
           PERFORM 3000-MATCH-AGAINST-LIST THRU 3000-EXIT
           MOVE WIN-BENEFICIARY-NAME TO WS-SCREEN-NAME
           PERFORM 3000-MATCH-AGAINST-LIST THRU 3000-EXIT
           MOVE WIN-BENEFICIARY-ACCT TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'ACCT' TO WS-EXCEPTION-REASON
                   GO TO 2050-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               MOVE 'ACCT' TO WS-EXCEPTION-REASON
               GO TO 2050-EXIT
           END-IF
           IF WS-LIST-HIT
               MOVE 'WTCH' TO WS-EXCEPTION-REASON
               GO TO 2050-EXIT
           END-IF
           PERFORM 2100-VERIFY-BENEFICIARY THRU 2100-EXIT
           IF NOT WS-NAME-MATCHED
               MOVE 'NAME' TO WS-EXCEPTION-REASON
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-VERIFY-BENEFICIARY - the name on the wire, folded to
      * capitals, against the account-holder name on the master
      * and then against each primary or joint holder linked to
      * the account on the customer-account file.  Signers and
      * guardians are not holders; a wire naming one is an
      * exception.
      *-----------------------------------------------------------*
       2100-VERIFY-BENEFICIARY.
           MOVE 'N' TO WS-NAME-MATCH-SW
           MOVE WIN-BENEFICIARY-NAME TO WS-WIRE-NAME
           INSPECT WS-WIRE-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-WIRE-NAME = SPACES
               GO TO 2100-EXIT
           END-IF
           MOVE ACCT-ACCOUNT-HOLDER TO WS-HOLDER-NAME
           PERFORM 2300-COMPARE-NAME THRU 2300-EXIT
           IF WS-NAME-MATCHED
               GO TO 2100-EXIT
           END-IF
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE LOW-VALUES TO CAR-KEY
           START CUSTOMER-ACCOUNT-FILE KEY IS NOT LESS THAN CAR-KEY
               INVALID KEY
                   GO TO 2100-EXIT
           END-START
           PERFORM 2200-TEST-ONE-LINK THRU 2200-EXIT
               UNTIL WS-END-OF-LINKS OR WS-NAME-MATCHED.
       2100-EXIT.
           EXIT.

       2200-TEST-ONE-LINK.
           READ CUSTOMER-ACCOUNT-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF CAR-ACCOUNT-ID NOT = WIN-BENEFICIARY-ACCT
               OR CAR-ROLE-SIGNER
               OR CAR-ROLE-GUARDIAN
               GO TO 2200-EXIT
           END-IF
           MOVE CAR-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ
           MOVE CUM-NAME TO WS-HOLDER-NAME
           PERFORM 2300-COMPARE-NAME THRU 2300-EXIT.
       2200-EXIT.
           EXIT.

       2300-COMPARE-NAME.
           INSPECT WS-HOLDER-NAME CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-HOLDER-NAME = WS-WIRE-NAME
               SET WS-NAME-MATCHED TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-WRITE-DEPOSIT - one clean wire becomes one unposted
      * DE on the transaction file.  The description carries the
      * sender's wire reference.
      *-----------------------------------------------------------*
       2500-WRITE-DEPOSIT.
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - WIRE NOT POSTED: '
                   WIN-WIRE-REF
               MOVE 16 TO RETURN-CODE
               GO TO 2500-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE SPACES TO DESC
           STRING 'WIRE IN ' WIN-WIRE-REF
               DELIMITED BY SIZE INTO DESC
           MOVE 'DE' TO TRAN-TYPE
           MOVE WIN-AMOUNT TO AMOUNT
           MOVE WIN-BENEFICIARY-ACCT TO ACCOUNT-ID
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'WIRERCV' TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           SET TRAN-CHANNEL-WIRE TO TRUE
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, WIRE SKIPPED: ' UID
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
           END-WRITE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-QUEUE-EXCEPTION - onto the wire exception queue,
      * open, for WIREXMNT.  A reference already on the queue is
      * a wire the terminal has sent twice and is not queued
      * again.
      *-----------------------------------------------------------*
       2600-QUEUE-EXCEPTION.
           MOVE WIN-WIRE-REF TO WXQ-WIRE-REF
           MOVE WIN-ORIGINATOR-NAME TO WXQ-ORIGINATOR-NAME
           MOVE WIN-ORIGINATOR-ROUTING TO WXQ-ORIGINATOR-ROUTING
           MOVE WIN-BENEFICIARY-ACCT TO WXQ-BENEFICIARY-ACCT
           MOVE WIN-BENEFICIARY-NAME TO WXQ-BENEFICIARY-NAME
           MOVE WIN-AMOUNT TO WXQ-AMOUNT
           MOVE WS-EXCEPTION-REASON TO WXQ-REASON-CODE
           MOVE WS-TODAY-DATE TO WXQ-QUEUED-DATE
           SET WXQ-OPEN TO TRUE
           MOVE SPACES TO WXQ-DECIDED-BY
           MOVE ZERO TO WXQ-DECIDED-DATE
           MOVE ZERO TO WXQ-POSTED-UID
           WRITE WIRE-EXCEPTION-RECORD
               INVALID KEY
                   DISPLAY 'WIRE ALREADY QUEUED, SKIPPED: '
                       WIN-WIRE-REF
               NOT INVALID KEY
                   ADD 1 TO WS-EXCEPTION-COUNT
           END-WRITE.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-MATCH-AGAINST-LIST - one party's name against the
      * whole list, the same exact match WLSCREEN makes.
      *-----------------------------------------------------------*
       3000-MATCH-AGAINST-LIST.
           MOVE ZERO TO WS-LIST-SUB
           PERFORM 3100-TEST-ONE-ENTRY THRU 3100-EXIT
               UNTIL WS-LIST-SUB = WS-LIST-TABLE-ENTRIES.
       3000-EXIT.
           EXIT.

       3100-TEST-ONE-ENTRY.
           ADD 1 TO WS-LIST-SUB
           IF WS-SCREEN-NAME = WS-WLT-NAME (WS-LIST-SUB)
               AND WS-SCREEN-NAME NOT = SPACES
               SET WS-LIST-HIT TO TRUE
               PERFORM 3200-RAISE-HIT THRU 3200-EXIT
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-RAISE-HIT - onto the watch-list review queue against
      * the beneficiary account, for WLREVIEW.  The wire itself
      * is held on the wire exception queue, not in suspense, so
      * the hit carries no UID.
      *-----------------------------------------------------------*
       3200-RAISE-HIT.
           MOVE WS-NEXT-HIT-ID TO WLH-HIT-ID
           ADD 1 TO WS-NEXT-HIT-ID
           MOVE ZERO TO WLH-CUSTOMER-ID
           MOVE WIN-BENEFICIARY-ACCT TO WLH-ACCOUNT-ID
           MOVE ZERO TO WLH-UID
           MOVE WS-SCREEN-NAME TO WLH-MATCHED-NAME
           MOVE WS-WLT-ENTRY-ID (WS-LIST-SUB)
               TO WLH-LIST-ENTRY-ID
           MOVE WS-TODAY-DATE TO WLH-HIT-DATE
           SET WLH-OPEN TO TRUE
           MOVE SPACES TO WLH-DISPOSED-BY
           MOVE SPACES TO WLH-DISPOSITION-CODE
           MOVE ZERO TO WLH-DISPOSED-DATE
           WRITE WATCH-HIT-RECORD
           ADD 1 TO WS-HIT-COUNT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'WIRES POSTED: ' WS-POSTED-COUNT
           DISPLAY 'WIRES QUEUED AS EXCEPTIONS: ' WS-EXCEPTION-COUNT
           DISPLAY 'WATCH-LIST HITS RAISED: ' WS-HIT-COUNT
           IF WS-EXCEPTION-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE WIRE-IN-FILE
           CLOSE WIRE-EXCEPTION-FILE
           CLOSE WATCH-QUEUE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-ACCOUNT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE UID-SEQUENCE.
       9000-EXIT.
           EXIT.
