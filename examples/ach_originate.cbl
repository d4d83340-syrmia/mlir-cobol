      *-----------------------------------------------------------*
      * PROGRAM:      ACHORIG
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Outbound ACH origination.  Runs after the posting run and
      * builds the night's NACHA file of payments customers are
      * making to parties at other banks.  STORDGEN queues each
      * payment pending on ACHENTRY when it writes the customer
      * debit; the debit goes through TRANSORT/TRANPOST like any
      * other withdrawal, so the money has left the customer's
      * account, limits and all, before anything is sent.
      *
      * Walks ACHENTRY once to find the last trace number issued,
      * then again to cut the file:
      *   - a pending entry whose debit has posted is sent - a
      *     trace number is issued (our routing prefix and a
      *     seven-digit sequence), it is stamped sent today, and
      *     an entry detail record is written;
      *   - a pending entry whose debit the posting run rejected
      *     is dropped - no money left, nothing goes out;
      *   - a pending entry whose debit has not posted yet waits
      *     for a later night;
      *   - an entry already stamped sent today is written again,
      *     so a rerun after a failure rebuilds the same file.
      * The file is one PPD credit batch (service class 220) under
      * the file header and batch header built from the ACHPARM
      * card, closed with batch and file control totals and filled
      * to a full block of ten with all-nines records.  With
      * nothing to send the file is left empty.
      *
      * The offsetting entry to the ACH settlement account comes
      * from GLEXTR, which journals the channel-AH debits against
      * it.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHORIG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ACH-PARM-CARD ASSIGN TO "ACHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ACH-OUTPUT-FILE ASSIGN TO "ACHOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTPUT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-ENTRY-FILE.
       COPY "achentry.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  ACH-PARM-CARD.
       COPY "achparm.cpy".

       FD  ACH-OUTPUT-FILE.
       COPY "nacha.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACH-FILE-STATUS       PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
           88  WS-AF-NOT-FOUND                VALUE '35'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-OUTPUT-STATUS         PIC X(02).
           88  WS-OUT-OK                      VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-PARM-SW               PIC X(01) VALUE 'N'.
           88  WS-PARM-READ                   VALUE 'Y'.
       01  WS-ACH-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-ENTRIES              VALUE 'Y'.
       01  WS-BATCH-SW              PIC X(01) VALUE 'N'.
           88  WS-BATCH-OPEN                  VALUE 'Y'.
       01  WS-SEND-SW               PIC X(01) VALUE 'N'.
           88  WS-SEND-ENTRY                  VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-CENTURY     PIC 9(02).
           05  WS-TODAY-YYMMDD      PIC 9(06).
       01  WS-TIME-NOW              PIC 9(08).
       01  WS-TIME-PARTS REDEFINES WS-TIME-NOW.
           05  WS-TIME-HHMM         PIC 9(04).
           05  FILLER               PIC 9(04).
       01  WS-ODFI-ROUTING          PIC 9(09).
       01  WS-ODFI-PARTS REDEFINES WS-ODFI-ROUTING.
           05  WS-ODFI-ID           PIC 9(08).
           05  FILLER               PIC 9(01).
       01  WS-RDFI-ROUTING          PIC 9(09).
       01  WS-RDFI-PARTS REDEFINES WS-RDFI-ROUTING.
           05  WS-RDFI-ID           PIC 9(08).
           05  WS-RDFI-CHECK-DIGIT  PIC 9(01).
       01  WS-TRACE-NUMBER          PIC 9(15).
       01  WS-TRACE-PARTS REDEFINES WS-TRACE-NUMBER.
           05  WS-TRACE-ODFI        PIC 9(08).
           05  WS-TRACE-SEQUENCE    PIC 9(07).
       01  WS-LAST-TRACE-SEQ        PIC 9(07) VALUE ZERO.
       01  WS-HASH-TOTAL            PIC 9(15) VALUE ZERO.
       01  WS-HASH-QUOTIENT         PIC 9(05) VALUE ZERO.
       01  WS-ENTRY-HASH            PIC 9(10) VALUE ZERO.
       01  WS-ENTRY-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-CREDIT-TOTAL          PIC 9(10)V9(02) VALUE ZERO.
       01  WS-RECORD-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-BLOCK-COUNT           PIC 9(06) VALUE ZERO.
       01  WS-BLOCK-REMAINDER       PIC 9(02) VALUE ZERO.
       01  WS-SENT-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-RESENT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DROPPED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-WAITING-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-NACHA-FILL-RECORD     PIC X(94) VALUE ALL '9'.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               PERFORM 1500-FIND-LAST-TRACE THRU 1500-EXIT
                   UNTIL WS-END-OF-ENTRIES
               PERFORM 2000-START-ENTRY-WALK THRU 2000-EXIT
               PERFORM 2100-ORIGINATE-ONE THRU 2100-EXIT
                   UNTIL WS-END-OF-ENTRIES
               IF WS-BATCH-OPEN
                   PERFORM 3000-CLOSE-FILE THRU 3000-EXIT
               END-IF
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the parameter card is needed to say who
      * the file is from and to; without it nothing is cut.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           IF NOT WS-PARM-READ
               DISPLAY 'NO ACHPARM CARD - ACH FILE NOT BUILT'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ACH-ENTRY-FILE
           IF WS-AF-NOT-FOUND
               DISPLAY 'NO ACH ENTRIES ON FILE'
               MOVE 'N' TO WS-OPEN-OK-SW
               OPEN OUTPUT ACH-OUTPUT-FILE
               CLOSE ACH-OUTPUT-FILE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT TRANSACTION-FILE
           OPEN OUTPUT ACH-OUTPUT-FILE
           IF NOT WS-AF-OK OR NOT WS-TF-OK OR NOT WS-OUT-OK
               DISPLAY 'UNABLE TO OPEN ACH ORIGINATION FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           MOVE ACP-ODFI-ROUTING TO WS-ODFI-ROUTING
           ACCEPT WS-TIME-NOW FROM TIME.
       1000-EXIT.
           EXIT.

       1100-READ-PARM-CARD.
           OPEN INPUT ACH-PARM-CARD
           IF WS-PM-OK
               READ ACH-PARM-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-PARM-READ TO TRUE
               END-READ
               CLOSE ACH-PARM-CARD
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-READ-BUSINESS-DATE
      *-----------------------------------------------------------*
       1200-READ-BUSINESS-DATE.
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
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-FIND-LAST-TRACE - trace numbers must never repeat, so
      * tonight's sequence carries on from the highest one any
      * entry on file was sent under.
      *-----------------------------------------------------------*
       1500-FIND-LAST-TRACE.
           READ ACH-ENTRY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENTRIES TO TRUE
               NOT AT END
                   MOVE ACE-TRACE-NUMBER TO WS-TRACE-NUMBER
                   IF WS-TRACE-SEQUENCE > WS-LAST-TRACE-SEQ
                       MOVE WS-TRACE-SEQUENCE TO WS-LAST-TRACE-SEQ
                   END-IF
           END-READ.
       1500-EXIT.
           EXIT.

       2000-START-ENTRY-WALK.
           MOVE 'N' TO WS-ACH-EOF-SW
           MOVE ZERO TO ACE-KEY
           START ACH-ENTRY-FILE KEY NOT LESS THAN ACE-KEY
               INVALID KEY
                   SET WS-END-OF-ENTRIES TO TRUE
           END-START.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-ORIGINATE-ONE - settle one entry against its debit
      * and write it into the file if it is going out tonight.
      *-----------------------------------------------------------*
       2100-ORIGINATE-ONE.
           READ ACH-ENTRY-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ENTRIES TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE 'N' TO WS-SEND-SW
           IF ACE-SENT AND ACE-SENT-DATE = WS-TODAY-DATE
               ADD 1 TO WS-RESENT-COUNT
               SET WS-SEND-ENTRY TO TRUE
           END-IF
           IF ACE-PENDING
               PERFORM 2200-CHECK-DEBIT THRU 2200-EXIT
           END-IF
           IF WS-SEND-ENTRY
               IF NOT WS-BATCH-OPEN
                   PERFORM 2500-OPEN-BATCH THRU 2500-EXIT
               END-IF
               PERFORM 2600-WRITE-ENTRY THRU 2600-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-CHECK-DEBIT - the payment goes only once the
      * customer's debit has posted; a rejected debit drops it.
      *-----------------------------------------------------------*
       2200-CHECK-DEBIT.
           MOVE ACE-UID TO UID
           READ TRANSACTION-FILE
               INVALID KEY
                   ADD 1 TO WS-WAITING-COUNT
                   GO TO 2200-EXIT
           END-READ
           CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
           EVALUATE TRUE
               WHEN TRAN-POSTED
                   ADD 1 TO WS-LAST-TRACE-SEQ
                   MOVE WS-ODFI-ID TO WS-TRACE-ODFI
                   MOVE WS-LAST-TRACE-SEQ TO WS-TRACE-SEQUENCE
                   MOVE WS-TRACE-NUMBER TO ACE-TRACE-NUMBER
                   MOVE WS-TODAY-DATE TO ACE-SENT-DATE
                   SET ACE-SENT TO TRUE
                   REWRITE ACH-ENTRY-RECORD
                   ADD 1 TO WS-SENT-COUNT
                   SET WS-SEND-ENTRY TO TRUE
               WHEN TRAN-POST-REJECTED
                   SET ACE-DROPPED TO TRUE
                   REWRITE ACH-ENTRY-RECORD
                   ADD 1 TO WS-DROPPED-COUNT
                   DISPLAY 'ACH PAYMENT DROPPED, DEBIT REJECTED: '
                       ACE-UID ' ACCOUNT ' ACE-ACCOUNT-ID
               WHEN OTHER
                   ADD 1 TO WS-WAITING-COUNT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-OPEN-BATCH - file header and the one batch header,
      * written when the first entry is found.
      *-----------------------------------------------------------*
       2500-OPEN-BATCH.
           MOVE SPACES TO NACHA-FILE-HEADER
           MOVE '1' TO NFH-RECORD-TYPE
           MOVE '01' TO NFH-PRIORITY-CODE
           MOVE ACP-DESTINATION-ROUTING TO NFH-DEST-ROUTING
           MOVE ACP-ODFI-ROUTING TO NFH-ORIGIN-ROUTING
           MOVE WS-TODAY-YYMMDD TO NFH-CREATION-DATE
           MOVE WS-TIME-HHMM TO NFH-CREATION-TIME
           MOVE 'A' TO NFH-FILE-ID-MODIFIER
           MOVE '094' TO NFH-RECORD-SIZE
           MOVE '10' TO NFH-BLOCKING-FACTOR
           MOVE '1' TO NFH-FORMAT-CODE
           MOVE ACP-DESTINATION-NAME TO NFH-DEST-NAME
           MOVE ACP-ORIGIN-NAME TO NFH-ORIGIN-NAME
           WRITE NACHA-FILE-HEADER
           ADD 1 TO WS-RECORD-COUNT
           MOVE SPACES TO NACHA-BATCH-HEADER
           MOVE '5' TO NBH-RECORD-TYPE
           MOVE 220 TO NBH-SERVICE-CLASS
           MOVE ACP-COMPANY-NAME TO NBH-COMPANY-NAME
           MOVE ACP-COMPANY-ID TO NBH-COMPANY-ID
           MOVE 'PPD' TO NBH-SEC-CODE
           MOVE ACP-ENTRY-DESCRIPTION TO NBH-ENTRY-DESCRIPTION
           IF NBH-ENTRY-DESCRIPTION = SPACES
               MOVE 'PAYMENT' TO NBH-ENTRY-DESCRIPTION
           END-IF
           MOVE WS-TODAY-YYMMDD TO NBH-EFFECTIVE-DATE
           MOVE '1' TO NBH-ORIGINATOR-STATUS
           MOVE WS-ODFI-ID TO NBH-ODFI-ID
           MOVE 1 TO NBH-BATCH-NUMBER
           WRITE NACHA-BATCH-HEADER
           ADD 1 TO WS-RECORD-COUNT
           SET WS-BATCH-OPEN TO TRUE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-WRITE-ENTRY - one credit to the payee's account at
      * the receiving bank.  The entry hash adds up the receiving
      * banks' eight-digit routing prefixes.
      *-----------------------------------------------------------*
       2600-WRITE-ENTRY.
           MOVE SPACES TO NACHA-ENTRY-DETAIL
           MOVE '6' TO NED-RECORD-TYPE
           IF ACE-PAYEE-SAVINGS
               SET NED-SAVINGS-CREDIT TO TRUE
           ELSE
               SET NED-CHECKING-CREDIT TO TRUE
           END-IF
           MOVE ACE-PAYEE-ROUTING TO WS-RDFI-ROUTING
           MOVE WS-RDFI-ID TO NED-RDFI-ID
           MOVE WS-RDFI-CHECK-DIGIT TO NED-CHECK-DIGIT
           MOVE ACE-PAYEE-ACCOUNT TO NED-DFI-ACCOUNT
           MOVE ACE-AMOUNT TO NED-AMOUNT
           MOVE ACE-ACCOUNT-ID TO NED-INDIVIDUAL-ID
           MOVE ACE-PAYEE-NAME TO NED-INDIVIDUAL-NAME
           MOVE ZERO TO NED-ADDENDA-INDICATOR
           MOVE ACE-TRACE-NUMBER TO NED-TRACE-NUMBER
           WRITE NACHA-ENTRY-DETAIL
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-ENTRY-COUNT
           ADD WS-RDFI-ID TO WS-HASH-TOTAL
           ADD ACE-AMOUNT TO WS-CREDIT-TOTAL.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CLOSE-FILE - batch control, file control, and the
      * all-nines fill out to a full block of ten records.  The
      * entry hash keeps only its low-order ten digits.
      *-----------------------------------------------------------*
       3000-CLOSE-FILE.
           DIVIDE WS-HASH-TOTAL BY 10000000000
               GIVING WS-HASH-QUOTIENT REMAINDER WS-ENTRY-HASH
           MOVE SPACES TO NACHA-BATCH-CONTROL
           MOVE '8' TO NBC-RECORD-TYPE
           MOVE 220 TO NBC-SERVICE-CLASS
           MOVE WS-ENTRY-COUNT TO NBC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO NBC-ENTRY-HASH
           MOVE ZERO TO NBC-TOTAL-DEBIT
           MOVE WS-CREDIT-TOTAL TO NBC-TOTAL-CREDIT
           MOVE ACP-COMPANY-ID TO NBC-COMPANY-ID
           MOVE WS-ODFI-ID TO NBC-ODFI-ID
           MOVE 1 TO NBC-BATCH-NUMBER
           WRITE NACHA-BATCH-CONTROL
           ADD 1 TO WS-RECORD-COUNT
           ADD 1 TO WS-RECORD-COUNT
           DIVIDE WS-RECORD-COUNT BY 10
               GIVING WS-BLOCK-COUNT REMAINDER WS-BLOCK-REMAINDER
           IF WS-BLOCK-REMAINDER NOT = ZERO
               ADD 1 TO WS-BLOCK-COUNT
           END-IF
           MOVE SPACES TO NACHA-FILE-CONTROL
           MOVE '9' TO NFC-RECORD-TYPE
           MOVE 1 TO NFC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT TO NFC-BLOCK-COUNT
           MOVE WS-ENTRY-COUNT TO NFC-ENTRY-COUNT
           MOVE WS-ENTRY-HASH TO NFC-ENTRY-HASH
           MOVE ZERO TO NFC-TOTAL-DEBIT
           MOVE WS-CREDIT-TOTAL TO NFC-TOTAL-CREDIT
           WRITE NACHA-FILE-CONTROL
           PERFORM 3100-WRITE-FILL THRU 3100-EXIT
               UNTIL WS-BLOCK-REMAINDER = ZERO.
       3000-EXIT.
           EXIT.

       3100-WRITE-FILL.
           WRITE NACHA-FILE-HEADER FROM WS-NACHA-FILL-RECORD
           ADD 1 TO WS-BLOCK-REMAINDER
           IF WS-BLOCK-REMAINDER = 10
               MOVE ZERO TO WS-BLOCK-REMAINDER
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'ACH PAYMENTS SENT TONIGHT:      ' WS-SENT-COUNT
           DISPLAY 'ACH PAYMENTS REBUILT FROM EARLIER RUN: '
               WS-RESENT-COUNT
           DISPLAY 'ACH PAYMENTS DROPPED (REJECTED): '
               WS-DROPPED-COUNT
           DISPLAY 'ACH PAYMENTS AWAITING POSTING:  '
               WS-WAITING-COUNT
           DISPLAY 'ACH FILE ENTRIES:               ' WS-ENTRY-COUNT
           DISPLAY 'ACH FILE CREDIT TOTAL:          ' WS-CREDIT-TOTAL
           IF WS-OPEN-OK
               CLOSE ACH-ENTRY-FILE
               CLOSE TRANSACTION-FILE
               CLOSE ACH-OUTPUT-FILE
           END-IF.
       9000-EXIT.
           EXIT.
