      *-----------------------------------------------------------*
      * PROGRAM:      OCISSUE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Official (cashier's) check issuance at the counter,
      * replacing the ledger book.  A signed-on teller keys the
      * purchaser's account, the payee, and the amount; the
      * account must be open and the amount within its available
      * balance.  The check takes the next serial in our own
      * official-check range (OCPARM.CPY) and is recorded on the
      * official-check register (OFCHKREG.CPY).
      *
      * The money moves as an unposted transfer pair for the
      * night's posting run, linked through TRANSFER-PAIR-UID the
      * way ACCTCLS links its closure transfer: a WD on the
      * purchaser's account - carrying the supervisor override,
      * since the funds were proved here and the check is already
      * in the customer's hand - and a DE to the official-check
      * house account.  The purchaser's available balance on the
      * master comes down at once so the same funds cannot buy a
      * second check before the posting run restates it.
      *
      * The serial and amount also go onto the positive-pay issue
      * file (POSISSUE.CPY) against the house account, which is
      * required to be commercial (CM): when the check comes back
      * through INCLLOAD, TRANPOST pays it only if it matches,
      * and only once.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  The operator must be entitled to
      *                    OCISSUE on the entitlements table
      *                    (ENTCHECK) as well as signed on.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCISSUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICIAL-CHECK-FILE ASSIGN TO "OFCHKREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OCR-SERIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT ISSUED-CHECK-FILE ASSIGN TO "POSISSUE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               FILE STATUS IS WS-ISSUE-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ACTIVE-SESSION ASSIGN TO "SESSION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-USERNAME
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT OFFICIAL-CHECK-PARM ASSIGN TO "OCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICIAL-CHECK-FILE.
       COPY "ofchkreg.cpy".

       FD  ISSUED-CHECK-FILE.
       COPY "posissue.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  ACTIVE-SESSION.
       COPY "session.cpy".

       FD  OFFICIAL-CHECK-PARM.
       COPY "ocparm.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS       PIC X(02).
           88  WS-RG-OK                       VALUE '00'.
           88  WS-RG-NOT-FOUND                VALUE '35'.
       01  WS-ISSUE-FILE-STATUS     PIC X(02).
           88  WS-ISF-OK                      VALUE '00'.
           88  WS-ISF-NOT-FOUND               VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-SESSION-STATUS        PIC X(02).
           88  WS-SES-OK                      VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-SESSION-OK-SW         PIC X(01) VALUE 'N'.
           88  WS-SESSION-VALID               VALUE 'Y'.
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-SEQ-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-SEQUENCE             VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NEXT-UID              PIC 9(05) VALUE ZERO.
       01  WS-UID-RANGE-SW          PIC X(01) VALUE 'N'.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-WD-LEG-UID            PIC 9(05).
       01  WS-DE-LEG-UID            PIC 9(05).
       01  WS-CONFIRM               PIC X(01).
       01  WS-HOUSE-ACCOUNT         PIC 9(07).
       01  WS-SERIAL-LOW            PIC 9(08).
       01  WS-SERIAL-HIGH           PIC 9(08).
       01  WS-LAST-SERIAL           PIC 9(08).
       01  WS-NEW-SERIAL            PIC 9(08).
       01  WS-PICK-SERIAL           PIC 9(08).
       01  WS-PURCHASER-ID          PIC 9(07).
       01  WS-PAYEE                 PIC X(35).
       01  WS-CHECK-AMOUNT          PIC 9(06)V9(02).
       01  WS-SERIAL-DISPLAY        PIC 9(08).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK AND WS-SESSION-VALID
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no check is written without the OCPARM
      * card, and the house account it names must be a
      * commercial account on file, or positive pay would not
      * guard the checks drawn on it.  The register and the
      * issue file are created on first use.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN INPUT OFFICIAL-CHECK-PARM
           IF NOT WS-PM-OK
               DISPLAY 'NO OCPARM CARD - OFFICIAL CHECKS CANNOT BE '
                   'ISSUED'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           READ OFFICIAL-CHECK-PARM
               AT END
                   DISPLAY 'EMPTY OCPARM CARD - OFFICIAL CHECKS '
                       'CANNOT BE ISSUED'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-OPEN-OK-SW
           END-READ
           CLOSE OFFICIAL-CHECK-PARM
           IF NOT WS-OPEN-OK
               GO TO 1000-EXIT
           END-IF
           MOVE OCP-HOUSE-ACCOUNT TO WS-HOUSE-ACCOUNT
           MOVE OCP-SERIAL-LOW TO WS-SERIAL-LOW
           MOVE OCP-SERIAL-HIGH TO WS-SERIAL-HIGH
           OPEN I-O OFFICIAL-CHECK-FILE
           IF WS-RG-NOT-FOUND
               OPEN OUTPUT OFFICIAL-CHECK-FILE
               CLOSE OFFICIAL-CHECK-FILE
               OPEN I-O OFFICIAL-CHECK-FILE
           END-IF
           OPEN I-O ISSUED-CHECK-FILE
           IF WS-ISF-NOT-FOUND
               OPEN OUTPUT ISSUED-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               OPEN I-O ISSUED-CHECK-FILE
           END-IF
           OPEN I-O ACCOUNT-MASTER
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT ACTIVE-SESSION
           SET WS-FILES-OPEN TO TRUE
           IF NOT WS-RG-OK OR NOT WS-ISF-OK OR NOT WS-AF-OK
               OR NOT WS-TF-OK OR NOT WS-SES-OK
               DISPLAY 'UNABLE TO OPEN OFFICIAL CHECK FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-HOUSE-ACCOUNT TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'OFFICIAL CHECK ACCOUNT '
                       WS-HOUSE-ACCOUNT ' NOT ON FILE'
                   MOVE 16 TO RETURN-CODE
                   MOVE 'N' TO WS-OPEN-OK-SW
                   GO TO 1000-EXIT
           END-READ
           IF NOT ACCT-CATEGORY-COMMERCIAL
               OR NOT ACCT-STATUS-OPEN
               DISPLAY 'OFFICIAL CHECK ACCOUNT ' WS-HOUSE-ACCOUNT
                   ' MUST BE AN OPEN CM ACCOUNT'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-CHECK-SESSION THRU 1200-EXIT
           IF WS-SESSION-VALID
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-CHECK-SESSION - the teller must be signed on.
      *-----------------------------------------------------------*
       1200-CHECK-SESSION.
           DISPLAY 'Operator username: '
           ACCEPT WS-OPERATOR
           MOVE WS-OPERATOR TO SES-USERNAME
           READ ACTIVE-SESSION
               INVALID KEY
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               NOT INVALID KEY
                   SET WS-SESSION-VALID TO TRUE
           END-READ
           IF WS-SESSION-VALID
               MOVE SPACES TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   MOVE 'N' TO WS-SESSION-OK-SW
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run OCISSUE, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'OCISSUE' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run OCISSUE.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in OCISSUE.'
           END-EVALUATE.
       1250-EXIT.
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
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (ISSUE/INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN 'ISSUE'
                   PERFORM 3000-ISSUE-CHECK THRU 3000-EXIT
               WHEN 'INQUIRE'
                   PERFORM 5000-INQUIRE-CHECK THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ISSUE-CHECK - take one purchase, prove the funds,
      * and write the check.
      *-----------------------------------------------------------*
       3000-ISSUE-CHECK.
           IF WS-UID-RANGE-EXHAUSTED OR WS-NEXT-UID > 99998
               DISPLAY 'UID RANGE EXHAUSTED - CHECK NOT ISSUED'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Purchaser account ID: '
           ACCEPT WS-PURCHASER-ID
           DISPLAY 'Payee: '
           ACCEPT WS-PAYEE
           DISPLAY 'Amount: '
           ACCEPT WS-CHECK-AMOUNT
           IF WS-CHECK-AMOUNT = ZERO OR WS-PAYEE = SPACES
               DISPLAY 'Payee and amount required, check not '
                   'issued.'
               GO TO 3000-EXIT
           END-IF
           IF WS-PURCHASER-ID = WS-HOUSE-ACCOUNT
               DISPLAY 'Cannot purchase from the official check '
                   'account.'
               GO TO 3000-EXIT
           END-IF
           MOVE WS-PURCHASER-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Account not found, check not issued.'
                   GO TO 3000-EXIT
           END-READ
           IF NOT ACCT-STATUS-OPEN
               DISPLAY 'Account is not open, check not issued.'
               GO TO 3000-EXIT
           END-IF
           IF WS-CHECK-AMOUNT > ACCT-AVAILABLE-BALANCE
               DISPLAY 'Amount exceeds available balance of '
                   ACCT-AVAILABLE-BALANCE ', check not issued.'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-NEXT-SERIAL THRU 3100-EXIT
           IF WS-NEW-SERIAL = ZERO
               DISPLAY 'Official check serial range exhausted - '
                   'load a new range on OCPARM.'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Issue check ' WS-NEW-SERIAL ' for '
               WS-CHECK-AMOUNT ' to ' WS-PAYEE
           DISPLAY 'from account ' WS-PURCHASER-ID '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Check not issued.'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-WRITE-TRANSFER-PAIR THRU 3200-EXIT
           PERFORM 3300-WRITE-REGISTER THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-NEXT-SERIAL - one past the highest serial on the
      * register inside the OCPARM range; zero when the range is
      * used up.
      *-----------------------------------------------------------*
       3100-NEXT-SERIAL.
           MOVE ZERO TO WS-NEW-SERIAL
           MOVE ZERO TO WS-LAST-SERIAL
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE WS-SERIAL-LOW TO OCR-SERIAL
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OCR-SERIAL
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM 3150-READ-ONE-SERIAL THRU 3150-EXIT
               UNTIL WS-END-OF-SCAN
           IF WS-LAST-SERIAL = ZERO
               MOVE WS-SERIAL-LOW TO WS-NEW-SERIAL
           ELSE
               IF WS-LAST-SERIAL < WS-SERIAL-HIGH
                   COMPUTE WS-NEW-SERIAL = WS-LAST-SERIAL + 1
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3150-READ-ONE-SERIAL.
           READ OFFICIAL-CHECK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3150-EXIT
           END-READ
           IF OCR-SERIAL > WS-SERIAL-HIGH
               SET WS-END-OF-SCAN TO TRUE
               GO TO 3150-EXIT
           END-IF
           MOVE OCR-SERIAL TO WS-LAST-SERIAL.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-WRITE-TRANSFER-PAIR - the purchaser's debit and the
      * house account's credit, linked both ways, and the
      * purchaser's available balance reduced until posting.
      *-----------------------------------------------------------*
       3200-WRITE-TRANSFER-PAIR.
           MOVE WS-NEXT-UID TO WS-WD-LEG-UID
           ADD 1 TO WS-NEXT-UID
           MOVE WS-NEXT-UID TO WS-DE-LEG-UID
           IF WS-NEXT-UID = 99999
               SET WS-UID-RANGE-EXHAUSTED TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-UID
           END-IF
           MOVE WS-WD-LEG-UID TO UID
           MOVE WS-PURCHASER-ID TO ACCOUNT-ID
           MOVE 'WD' TO TRAN-TYPE
           MOVE WS-DE-LEG-UID TO TRANSFER-PAIR-UID
           SET TRAN-SUPERVISOR-OVERRIDE TO TRUE
           PERFORM 3250-WRITE-ONE-LEG THRU 3250-EXIT
           MOVE WS-DE-LEG-UID TO UID
           MOVE WS-HOUSE-ACCOUNT TO ACCOUNT-ID
           MOVE 'DE' TO TRAN-TYPE
           MOVE WS-WD-LEG-UID TO TRANSFER-PAIR-UID
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           PERFORM 3250-WRITE-ONE-LEG THRU 3250-EXIT
           SUBTRACT WS-CHECK-AMOUNT FROM ACCT-AVAILABLE-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE AVAILABLE BALANCE FOR '
                       ACCT-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE.
       3200-EXIT.
           EXIT.

       3250-WRITE-ONE-LEG.
           MOVE SPACES TO DESC
           MOVE WS-NEW-SERIAL TO WS-SERIAL-DISPLAY
           STRING 'OFFICIAL CHECK ' WS-SERIAL-DISPLAY
               DELIMITED BY SIZE INTO DESC
           MOVE WS-CHECK-AMOUNT TO AMOUNT
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE WS-OPERATOR TO TRAN-ENTERED-BY
           MOVE ZERO TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           MOVE SPACES TO TRAN-CHANNEL
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ACCT-BRANCH-CODE TO TRAN-BRANCH-CODE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, CHECK LEG NOT WRITTEN: '
                       UID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE UID TO SEQ-LAST-UID
                   WRITE UID-SEQUENCE-LOG-RECORD
           END-WRITE.
       3250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-WRITE-REGISTER - the check onto the register and
      * onto positive pay against the house account.
      *-----------------------------------------------------------*
       3300-WRITE-REGISTER.
           MOVE WS-NEW-SERIAL TO OCR-SERIAL
           MOVE WS-PURCHASER-ID TO OCR-ACCOUNT-ID
           MOVE WS-PAYEE TO OCR-PAYEE
           MOVE WS-CHECK-AMOUNT TO OCR-AMOUNT
           MOVE WS-TODAY-DATE TO OCR-ISSUE-DATE
           MOVE WS-WD-LEG-UID TO OCR-DEBIT-UID
           MOVE WS-DE-LEG-UID TO OCR-CREDIT-UID
           MOVE WS-OPERATOR TO OCR-ISSUED-BY
           SET OCR-OUTSTANDING TO TRUE
           MOVE ZERO TO OCR-PAID-DATE
           MOVE ZERO TO OCR-UNCLAIMED-DATE
           WRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'SERIAL ALREADY ON REGISTER: '
                       OCR-SERIAL
                   MOVE 20 TO RETURN-CODE
                   GO TO 3300-EXIT
           END-WRITE
           MOVE WS-HOUSE-ACCOUNT TO ISS-ACCOUNT-ID
           MOVE WS-NEW-SERIAL TO ISS-CHECK-SERIAL
           MOVE WS-CHECK-AMOUNT TO ISS-AMOUNT
           MOVE WS-TODAY-DATE TO ISS-ISSUE-DATE
           SET ISS-OUTSTANDING TO TRUE
           MOVE ZERO TO ISS-PAID-DATE
           WRITE ISSUED-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'SERIAL ALREADY ON POSITIVE PAY: '
                       ISS-CHECK-SERIAL
                   MOVE 20 TO RETURN-CODE
                   GO TO 3300-EXIT
           END-WRITE
           DISPLAY 'Official check ' OCR-SERIAL ' issued.'.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-INQUIRE-CHECK - display a register item.
      *-----------------------------------------------------------*
       5000-INQUIRE-CHECK.
           DISPLAY 'Check serial: '
           ACCEPT WS-PICK-SERIAL
           MOVE WS-PICK-SERIAL TO OCR-SERIAL
           READ OFFICIAL-CHECK-FILE
               INVALID KEY
                   DISPLAY 'Check not on register.'
               NOT INVALID KEY
                   DISPLAY 'Purchaser: ' OCR-ACCOUNT-ID
                       '  Amount: ' OCR-AMOUNT
                   DISPLAY 'Payee: ' OCR-PAYEE
                   DISPLAY 'Issued ' OCR-ISSUE-DATE ' by '
                       OCR-ISSUED-BY
                   DISPLAY 'Debit UID ' OCR-DEBIT-UID
                       '  Credit UID ' OCR-CREDIT-UID
                   DISPLAY 'Status: ' OCR-STATUS
                       '  Paid: ' OCR-PAID-DATE
                       '  Unclaimed: ' OCR-UNCLAIMED-DATE
           END-READ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE OFFICIAL-CHECK-FILE
               CLOSE ISSUED-CHECK-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-FILE
               CLOSE ACTIVE-SESSION
           END-IF
           IF WS-OPEN-OK AND WS-SESSION-VALID
               CLOSE UID-SEQUENCE
           END-IF.
       9000-EXIT.
           EXIT.
