      *-----------------------------------------------------------*
      * PROGRAM:      ACHDLOAD
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Inbound ACH debit intake, the debit-side counterpart of
      * PAYRLOAD.  Reads the ACH debits billers and other lenders
      * have presented against our accounts (ACHDBIN.CPY) and
      * loads each one the account holder has authorized onto the
      * transaction file as an unposted WD on channel AH for the
      * normal TRANSORT/TRANPOST path, drawing UIDs from the
      * shared UIDSEQ log.  Overdraft limits, stops, and account
      * status are TRANPOST's to apply as for any withdrawal.
      *
      * An entry is returned, not loaded, onto the debit return
      * file (ACHDRET.CPY) with the coded reason the originator
      * works from: R04 the account number fails its check digit,
      * R03 no such account, R02 the account is closed, R10 the
      * holder has never authorized the originator on the debit
      * authorization file (DBAUTH.CPY), R07 the holder has
      * revoked it, R11 the debit is over the authorized maximum.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-DEBIT-FILE ASSIGN TO "ACHDBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEBIT-STATUS.
           SELECT ACH-DEBIT-RETURN-FILE ASSIGN TO "ACHDRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
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
           SELECT DEBIT-AUTH-FILE ASSIGN TO "DBAUTH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DBA-KEY
               FILE STATUS IS WS-AUTH-FILE-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-DEBIT-FILE.
       COPY "achdbin.cpy".

       FD  ACH-DEBIT-RETURN-FILE.
       COPY "achdret.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  DEBIT-AUTH-FILE.
       COPY "dbauth.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-DEBIT-STATUS          PIC X(02).
           88  WS-DP-OK                       VALUE '00'.
       01  WS-RETURN-STATUS         PIC X(02).
           88  WS-RT-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-AUTH-FILE-STATUS      PIC X(02).
           88  WS-DB-OK                       VALUE '00'.
           88  WS-DB-NOT-FOUND                VALUE '35'.
       01  WS-AUTH-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-AUTH-OPEN                   VALUE 'Y'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-DEBITS               VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-LOADED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-RETURNED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-RETURN-REASON         PIC X(03).
       01  WS-ENTRY-SW              PIC X(01).
           88  WS-ENTRY-GOOD                  VALUE 'Y'.
       01  WS-CKD-ACCOUNT-ID        PIC 9(07).
       01  WS-CKD-DIGITS            REDEFINES WS-CKD-ACCOUNT-ID.
           05  WS-CKD-DIGIT         OCCURS 7 TIMES PIC 9(01).
       01  WS-CKD-SUB               PIC 9(01).
       01  WS-CKD-PRODUCT           PIC 9(02).
       01  WS-CKD-SUM               PIC 9(03).
       01  WS-CKD-EXPECTED          PIC 9(02).
       01  WS-CKD-OK-SW             PIC X(01).
           88  WS-CKD-OK                      VALUE 'Y'.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-DEBITS THRU 2000-EXIT
               UNTIL WS-END-OF-DEBITS
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT ACH-DEBIT-FILE
           OPEN OUTPUT ACH-DEBIT-RETURN-FILE
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT DEBIT-AUTH-FILE
           IF WS-DB-OK
               SET WS-AUTH-OPEN TO TRUE
           END-IF
           IF NOT WS-DP-OK OR NOT WS-RT-OK
               OR NOT WS-TF-OK OR NOT WS-AF-OK
               OR NOT (WS-DB-OK OR WS-DB-NOT-FOUND)
               DISPLAY 'UNABLE TO OPEN ACH DEBIT INTAKE FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-DEBITS TO TRUE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-READ-BUSINESS-DATE - the business date this load is
      * stamped under, off the BUSDATE card; the machine date
      * already in WS-TODAY-DATE stands when no card is supplied.
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
      * 1500-DETERMINE-NEXT-UID - find the highest UID any
      * transaction-generating batch program has issued before, so
      * the debit records get UIDs that have never been used.
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
      * 2000-PROCESS-DEBITS - screen the next entry and either
      * load it for posting or return it to the originator.
      *-----------------------------------------------------------*
       2000-PROCESS-DEBITS.
           READ ACH-DEBIT-FILE
               AT END
                   SET WS-END-OF-DEBITS TO TRUE
               NOT AT END
                   PERFORM 2050-SCREEN-ONE-ENTRY THRU 2050-EXIT
                   IF WS-ENTRY-GOOD
                       PERFORM 2200-WRITE-DEBIT THRU 2200-EXIT
                   ELSE
                       PERFORM 2500-WRITE-RETURN THRU 2500-EXIT
                   END-IF
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2050-SCREEN-ONE-ENTRY - the entry's account must pass the
      * check digit, exist on the master, and not be closed, and
      * its holder must have authorized the originator for at
      * least this much.  Anything else earns the coded return
      * the originator's own system can work.
      *-----------------------------------------------------------*
       2050-SCREEN-ONE-ENTRY.
           MOVE 'N' TO WS-ENTRY-SW
           MOVE SPACES TO WS-RETURN-REASON
           MOVE ADI-ACCOUNT-ID TO WS-CKD-ACCOUNT-ID
           PERFORM 8900-CHECK-ACCOUNT-DIGIT THRU 8900-EXIT
           IF NOT WS-CKD-OK
               MOVE 'R04' TO WS-RETURN-REASON
               GO TO 2050-EXIT
           END-IF
           MOVE ADI-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'R03' TO WS-RETURN-REASON
               NOT INVALID KEY
                   IF ACCT-STATUS-CLOSED
                       MOVE 'R02' TO WS-RETURN-REASON
                   ELSE
                       PERFORM 2100-CHECK-AUTHORIZATION
                           THRU 2100-EXIT
                   END-IF
           END-READ.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-CHECK-AUTHORIZATION - no authorization file at all
      * means nobody has authorized anybody.
      *-----------------------------------------------------------*
       2100-CHECK-AUTHORIZATION.
           IF NOT WS-AUTH-OPEN
               MOVE 'R10' TO WS-RETURN-REASON
               GO TO 2100-EXIT
           END-IF
           MOVE ADI-ACCOUNT-ID TO DBA-ACCOUNT-ID
           MOVE ADI-ORIGINATOR-ID TO DBA-ORIGINATOR-ID
           READ DEBIT-AUTH-FILE
               INVALID KEY
                   MOVE 'R10' TO WS-RETURN-REASON
                   GO TO 2100-EXIT
           END-READ
           IF DBA-REVOKED
               MOVE 'R07' TO WS-RETURN-REASON
               GO TO 2100-EXIT
           END-IF
           IF NOT DBA-ACTIVE
               MOVE 'R10' TO WS-RETURN-REASON
               GO TO 2100-EXIT
           END-IF
           IF DBA-MAX-AMOUNT > ZERO
               AND ADI-AMOUNT > DBA-MAX-AMOUNT
               MOVE 'R11' TO WS-RETURN-REASON
               GO TO 2100-EXIT
           END-IF
           SET WS-ENTRY-GOOD TO TRUE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WRITE-DEBIT - one authorized entry becomes one
      * unposted WD on the transaction file, picked up by TRANSORT
      * and TRANPOST like any other work.  The description names
      * the originator, which is how DISPMNT finds whose
      * authorization to revoke when the debit is disputed.
      *-----------------------------------------------------------*
       2200-WRITE-DEBIT.
           IF WS-UID-RANGE-EXHAUSTED
               DISPLAY 'UID RANGE EXHAUSTED - DEBIT NOT LOADED'
               MOVE 16 TO RETURN-CODE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-NEXT-UID TO UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE SPACES TO DESC
           STRING 'ACH DEBIT ' ADI-ORIGINATOR-ID
               DELIMITED BY SIZE INTO DESC
           MOVE 'WD' TO TRAN-TYPE
           MOVE ADI-AMOUNT TO AMOUNT
           MOVE ADI-ACCOUNT-ID TO ACCOUNT-ID
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE 'ACHDLOAD' TO TRAN-ENTERED-BY
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
                   DISPLAY 'UID COLLISION, DEBIT SKIPPED: ' UID
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
           END-WRITE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-WRITE-RETURN - hand the entry back to its originator
      * with the coded reason, trace number intact.
      *-----------------------------------------------------------*
       2500-WRITE-RETURN.
           MOVE ADI-ORIGINATOR-ID TO ADR-ORIGINATOR-ID
           MOVE ADI-TRACE-NUMBER TO ADR-TRACE-NUMBER
           MOVE ADI-ACCOUNT-ID TO ADR-ACCOUNT-ID
           MOVE ADI-CUSTOMER-NAME TO ADR-CUSTOMER-NAME
           MOVE ADI-AMOUNT TO ADR-AMOUNT
           MOVE WS-RETURN-REASON TO ADR-REASON-CODE
           MOVE WS-TODAY-DATE TO ADR-RETURN-DATE
           WRITE ACH-DEBIT-RETURN-RECORD
           ADD 1 TO WS-RETURNED-COUNT.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8900-CHECK-ACCOUNT-DIGIT - an account number's seventh
      * digit must be the weighted mod-10 check of the first six
      * (weights 2-1-2-1-2-1, a doubled digit over nine folded
      * back by nine), so a transposed or mis-keyed digit bounces
      * at the door instead of posting to a phantom.  The same
      * arithmetic lives in every program that accepts an account
      * number (ACCTMAST, STRUCT, TRANRVSL, the customer
      * maintenance, CHKSCAN); change one, change them all.
      *-----------------------------------------------------------*
       8900-CHECK-ACCOUNT-DIGIT.
           MOVE 'N' TO WS-CKD-OK-SW
           MOVE ZERO TO WS-CKD-SUM
           MOVE ZERO TO WS-CKD-SUB
           PERFORM 8950-FOLD-ONE-DIGIT THRU 8950-EXIT
               UNTIL WS-CKD-SUB = 6
           COMPUTE WS-CKD-EXPECTED =
               FUNCTION MOD (10 - FUNCTION MOD (WS-CKD-SUM, 10), 10)
           IF WS-CKD-EXPECTED = WS-CKD-DIGIT (7)
               SET WS-CKD-OK TO TRUE
           END-IF.
       8900-EXIT.
           EXIT.

       8950-FOLD-ONE-DIGIT.
           ADD 1 TO WS-CKD-SUB
           IF FUNCTION MOD (WS-CKD-SUB, 2) = 1
               COMPUTE WS-CKD-PRODUCT = WS-CKD-DIGIT (WS-CKD-SUB) * 2
               IF WS-CKD-PRODUCT > 9
                   SUBTRACT 9 FROM WS-CKD-PRODUCT
               END-IF
           ELSE
               MOVE WS-CKD-DIGIT (WS-CKD-SUB) TO WS-CKD-PRODUCT
           END-IF
           ADD WS-CKD-PRODUCT TO WS-CKD-SUM.
       8950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'ACH DEBITS LOADED: ' WS-LOADED-COUNT
           DISPLAY 'ACH DEBITS RETURNED: ' WS-RETURNED-COUNT
           CLOSE ACH-DEBIT-FILE
           CLOSE ACH-DEBIT-RETURN-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           IF WS-AUTH-OPEN
               CLOSE DEBIT-AUTH-FILE
           END-IF
           CLOSE UID-SEQUENCE.
       9000-EXIT.
           EXIT.
