      * nothing, rather than posting short and letting the
      * difference surface days later in reconciliation.
      *
      * Each proved detail on a card is checked against the card
      * master (CARDMST.CPY) before it is written.  An item on a
      * card reported lost or stolen, on an expired card, on a
      * card not on file, or on a card issued to some other
      * account is not loaded for posting: it goes onto the
      * transaction file already marked rejected, with a suspense
      * record giving the reason, for SUSPMNT to resubmit or
      * write off once someone has looked at it.  Items on a
      * lost or stolen card dated after the loss was reported
      * are also listed on the ATM fraud report (ATMFRAUD.OUT)
      * and raise an operator alert.
      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Card checks against the new card
      *                    master (CARDMST): items on a lost,
      *                    stolen, expired, unknown, or other
      *                    account's card are written rejected
      *                    with a suspense record instead of
      *                    loaded, and use after a loss report is
      *                    listed on ATMFRAUD.OUT with an
      *                    operator alert.
      *   2026-10-15  RLB  Suspense items are written with the
      *                    resubmission operator and date blank.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATMSETTL.
           SELECT OPERATOR-ALERT ASSIGN TO "OPALERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT CARD-MASTER ASSIGN TO "CARDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRD-CARD-NUMBER
               FILE STATUS IS WS-CARD-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "TRANSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT FRAUD-REPORT ASSIGN TO "ATMFRAUD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FRAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-ALERT.
       COPY "opalert.cpy".

       FD  CARD-MASTER.
       COPY "cardmst.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspfile.cpy".

       FD  FRAUD-REPORT.
       01  FRAUD-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SETTLE-STATUS         PIC X(02).
           88  WS-ST-OK                       VALUE '00'.
           88  WS-BD-OK                       VALUE '00'.
       01  WS-ALERT-STATUS          PIC X(02).
           88  WS-AL-NOT-FOUND                VALUE '35'.
       01  WS-CARD-FILE-STATUS      PIC X(02).
           88  WS-CD-OK                       VALUE '00'.
           88  WS-CD-NOT-FOUND                VALUE '35'.
       01  WS-SUSPENSE-STATUS       PIC X(02).
           88  WS-SU-NOT-FOUND                VALUE '35'.
       01  WS-FRAUD-STATUS          PIC X(02).
       01  WS-CARDS-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-CARDS-OPEN                  VALUE 'Y'.
       01  WS-SUSPENSE-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-SUSPENSE-OPEN               VALUE 'Y'.
       01  WS-FRAUD-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FRAUD-OPEN                  VALUE 'Y'.
       01  WS-CARD-REASON           PIC X(30).
       01  WS-AFTER-REPORT-SW       PIC X(01).
           88  WS-AFTER-REPORT                VALUE 'Y'.
       01  WS-SUSPENDED-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-FRAUD-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-SETTLEMENT           VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
               10  WS-DTL-AMOUNT       PIC 9(06)V9(02).
               10  WS-DTL-TERMINAL-ID  PIC X(08).
               10  WS-DTL-TRAN-TIME    PIC 9(06).
               10  WS-DTL-CARD-NUMBER  PIC X(16).
               10  WS-DTL-TRAN-DATE    PIC 9(08).

       01  WS-FRAUD-HEADER.
           05  FILLER               PIC X(40) VALUE
               'ATM ACTIVITY AFTER CARD REPORTED LOST - '.
           05  WS-FH-DATE           PIC 9(08).
       01  WS-FRAUD-COLUMNS.
           05  FILLER               PIC X(40) VALUE
               'CARD NUMBER      ACCOUNT S REPORTED USED'.
           05  FILLER               PIC X(40) VALUE
               '     TIME   TERMINAL TP     AMOUNT UID  '.
       01  WS-FRAUD-LINE.
           05  WS-FL-CARD-NUMBER    PIC X(16).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-STATUS         PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-REPORTED       PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-USED-DATE      PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-USED-TIME      PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-TERMINAL-ID    PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-AMOUNT         PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-FL-UID            PIC 9(05).

       PROCEDURE DIVISION.
       Main-Process.
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
               PERFORM 1600-OPEN-CARD-FILES THRU 1600-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1600-OPEN-CARD-FILES - until the card master is built
      * there is nothing to check cards against, and the file
      * loads as it always has.
      *-----------------------------------------------------------*
       1600-OPEN-CARD-FILES.
           OPEN INPUT CARD-MASTER
           IF WS-CD-OK
               SET WS-CARDS-OPEN TO TRUE
           ELSE
               DISPLAY 'NO CARD MASTER - CARDS NOT CHECKED, STATUS '
                   WS-CARD-FILE-STATUS
           END-IF
           OPEN EXTEND SUSPENSE-FILE
           IF WS-SU-NOT-FOUND
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           SET WS-SUSPENSE-OPEN TO TRUE
           OPEN OUTPUT FRAUD-REPORT
           SET WS-FRAUD-OPEN TO TRUE
           MOVE WS-TODAY-DATE TO WS-FH-DATE
           WRITE FRAUD-REPORT-LINE FROM WS-FRAUD-HEADER
           WRITE FRAUD-REPORT-LINE FROM WS-FRAUD-COLUMNS.
       1600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-READ-SETTLEMENT - take the next line off the switch
      * file.  Details are held in storage until the trailer proof
                   TO WS-DTL-TERMINAL-ID (WS-LOAD-SUB)
               MOVE ATS-TRAN-TIME
                   TO WS-DTL-TRAN-TIME (WS-LOAD-SUB)
               MOVE ATS-CARD-NUMBER
                   TO WS-DTL-CARD-NUMBER (WS-LOAD-SUB)
               IF ATS-TRAN-DATE IS NUMERIC
                   AND ATS-TRAN-DATE > ZERO
                   MOVE ATS-TRAN-DATE
                       TO WS-DTL-TRAN-DATE (WS-LOAD-SUB)
               ELSE
                   MOVE WS-TODAY-DATE
                       TO WS-DTL-TRAN-DATE (WS-LOAD-SUB)
               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               ADD ATS-AMOUNT TO WS-DETAIL-AMOUNT-TOTAL
           END-IF.
           SET WS-PROOF-PASSED TO TRUE
           MOVE ZERO TO WS-LOAD-SUB
           PERFORM 3500-WRITE-ONE-TRANSACTION THRU 3500-EXIT
               UNTIL WS-LOAD-SUB = WS-DETAIL-TABLE-ENTRIES
           IF WS-FRAUD-COUNT > ZERO
               MOVE 'ATM ACTIVITY ON LOST CARDS - SEE ATMFRAUD'
                   TO WS-ALERT-TEXT
               PERFORM 8200-RAISE-OPERATOR-ALERT THRU 8200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-CHECK-CARD - the reason, if any, the item's card
      * keeps it from posting.  A blank WS-CARD-REASON passes it.
      *-----------------------------------------------------------*
       3400-CHECK-CARD.
           MOVE SPACES TO WS-CARD-REASON
           MOVE 'N' TO WS-AFTER-REPORT-SW
           IF NOT WS-CARDS-OPEN
               OR WS-DTL-CARD-NUMBER (WS-LOAD-SUB) = SPACES
               GO TO 3400-EXIT
           END-IF
           MOVE WS-DTL-CARD-NUMBER (WS-LOAD-SUB) TO CRD-CARD-NUMBER
           READ CARD-MASTER
               INVALID KEY
                   MOVE 'CARD NOT ON FILE' TO WS-CARD-REASON
                   GO TO 3400-EXIT
           END-READ
           IF CRD-ACCOUNT-ID NOT = WS-DTL-ACCOUNT-ID (WS-LOAD-SUB)
               MOVE 'CARD NOT FOR ACCOUNT' TO WS-CARD-REASON
               GO TO 3400-EXIT
           END-IF
           IF CRD-HOT
               IF CRD-STOLEN
                   MOVE 'HOT CARD - STOLEN' TO WS-CARD-REASON
               ELSE
                   MOVE 'HOT CARD - LOST' TO WS-CARD-REASON
               END-IF
               IF WS-DTL-TRAN-DATE (WS-LOAD-SUB) > CRD-REPORTED-DATE
                   SET WS-AFTER-REPORT TO TRUE
               END-IF
               IF WS-DTL-TRAN-DATE (WS-LOAD-SUB) = CRD-REPORTED-DATE
                   AND WS-DTL-TRAN-TIME (WS-LOAD-SUB)
                       NOT < CRD-REPORTED-TIME
                   SET WS-AFTER-REPORT TO TRUE
               END-IF
               GO TO 3400-EXIT
           END-IF
           IF CRD-EXPIRED
               OR WS-DTL-TRAN-DATE (WS-LOAD-SUB) > CRD-EXPIRY-DATE
               MOVE 'EXPIRED CARD' TO WS-CARD-REASON
           END-IF.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-WRITE-ONE-TRANSACTION - one proved settlement detail
      * becomes one unposted transaction-file record, stamped with
      * the ATM channel code and the capturing terminal, for
      * TRANSORT and TRANPOST to pick up like any other work.  An
      * item its card stops goes on already rejected, with its
      * suspense record, and never reaches the posting run.
      *-----------------------------------------------------------*
       3500-WRITE-ONE-TRANSACTION.
           ADD 1 TO WS-LOAD-SUB
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           PERFORM 3400-CHECK-CARD THRU 3400-EXIT
           IF WS-CARD-REASON = SPACES
               SET TRAN-UNPOSTED TO TRUE
           ELSE
               SET TRAN-POST-REJECTED TO TRUE
               MOVE WS-TODAY-DATE TO TRAN-POST-DATE
           END-IF
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, SETTLEMENT DETAIL '
                       'SKIPPED: ' UID
                   GO TO 3500-EXIT
           END-WRITE
           MOVE UID TO SEQ-LAST-UID
           WRITE UID-SEQUENCE-LOG-RECORD
           IF WS-CARD-REASON = SPACES
               ADD 1 TO WS-LOADED-COUNT
               GO TO 3500-EXIT
           END-IF
           PERFORM 3600-SUSPEND-CARD-ITEM THRU 3600-EXIT
           IF WS-AFTER-REPORT
               PERFORM 3700-WRITE-FRAUD-LINE THRU 3700-EXIT
           END-IF.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-SUSPEND-CARD-ITEM - the suspense record TRANPOST
      * would have written for a rejected item, so the card
      * holds land on the same repair queue as everything else.
      *-----------------------------------------------------------*
       3600-SUSPEND-CARD-ITEM.
           MOVE UID TO SUS-UID
           MOVE ACCOUNT-ID TO SUS-ACCOUNT-ID
           MOVE TRAN-TYPE TO SUS-TRAN-TYPE
           MOVE AMOUNT TO SUS-AMOUNT
           MOVE ZERO TO SUS-V1-MONEY
           SET SUS-RECORD-VERSION-2 TO TRUE
           MOVE ZERO TO SUS-START-BALANCE
           MOVE WS-CARD-REASON TO SUS-REASON
           MOVE WS-TODAY-DATE TO SUS-DATE
           SET SUS-OPEN TO TRUE
           MOVE ZERO TO SUS-RESUB-UID
           MOVE SPACES TO SUS-WRITEOFF-CODE
           MOVE SPACES TO SUS-RESUB-BY
           MOVE ZERO TO SUS-RESUB-DATE
           WRITE SUSPENSE-RECORD
           ADD 1 TO WS-SUSPENDED-COUNT
           DISPLAY 'SETTLEMENT ITEM SUSPENDED, UID ' UID
               ' CARD ' WS-DTL-CARD-NUMBER (WS-LOAD-SUB)
               ': ' WS-CARD-REASON.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-WRITE-FRAUD-LINE - use of a card after its holder
      * reported it gone.
      *-----------------------------------------------------------*
       3700-WRITE-FRAUD-LINE.
           MOVE CRD-CARD-NUMBER TO WS-FL-CARD-NUMBER
           MOVE ACCOUNT-ID TO WS-FL-ACCOUNT-ID
           MOVE CRD-STATUS TO WS-FL-STATUS
           MOVE CRD-REPORTED-DATE TO WS-FL-REPORTED
           MOVE WS-DTL-TRAN-DATE (WS-LOAD-SUB) TO WS-FL-USED-DATE
           MOVE WS-DTL-TRAN-TIME (WS-LOAD-SUB) TO WS-FL-USED-TIME
           MOVE WS-DTL-TERMINAL-ID (WS-LOAD-SUB) TO WS-FL-TERMINAL-ID
           MOVE TRAN-TYPE TO WS-FL-TRAN-TYPE
           MOVE AMOUNT TO WS-FL-AMOUNT
           MOVE UID TO WS-FL-UID
           WRITE FRAUD-REPORT-LINE FROM WS-FRAUD-LINE
           ADD 1 TO WS-FRAUD-COUNT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8200-RAISE-OPERATOR-ALERT - a settlement file that fails
      * its proof needs a human before the window opens; put it
       9000-TERMINATE.
           IF WS-PROOF-PASSED
               DISPLAY 'SETTLEMENT DETAILS LOADED: ' WS-LOADED-COUNT
               DISPLAY 'SUSPENDED ON CARD CHECKS:  ' WS-SUSPENDED-COUNT
               DISPLAY 'USED AFTER REPORTED LOST:  ' WS-FRAUD-COUNT
           END-IF
           IF WS-CARDS-OPEN
               CLOSE CARD-MASTER
           END-IF
           IF WS-SUSPENSE-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-FRAUD-OPEN
               CLOSE FRAUD-REPORT
           END-IF
           CLOSE ATM-SETTLEMENT-FILE
           CLOSE TRANSACTION-FILE
