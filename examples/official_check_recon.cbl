      *-----------------------------------------------------------*
      * PROGRAM:      OCRECON
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly official-check match and outstanding-item
      * reconciliation.  Runs after the posting run.  Every open
      * item on the official-check register (OFCHKREG.CPY) is
      * looked up on the positive-pay issue file against the
      * house account: a check TRANPOST paid when it came back
      * through INCLLOAD is marked paid on the register with the
      * date it cleared.  Whatever is left is outstanding, and is
      * listed on OCRECON.OUT with its age.
      *
      * The outstanding items whose credit has posted to the
      * house account should add up to its ledger balance, and
      * to the balance the general ledger returned for the
      * official-check GL account on the OCPARM card (GLBAL.CPY,
      * newest as-of date).  Items issued since the posting run
      * are shown as not yet posted and left out of the proof.
      * A register that does not prove ends the step with return
      * code 20.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OCRECON.

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
           SELECT OFFICIAL-CHECK-PARM ASSIGN TO "OCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-BALANCE-STATUS.
           SELECT RECON-REPORT ASSIGN TO "OCRECON.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
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

       FD  OFFICIAL-CHECK-PARM.
       COPY "ocparm.cpy".

       FD  GL-BALANCE-FILE.
       COPY "glbal.cpy".

       FD  RECON-REPORT.
       01  RECON-REPORT-LINE           PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REGISTER-STATUS       PIC X(02).
           88  WS-RG-OK                       VALUE '00'.
       01  WS-ISSUE-FILE-STATUS     PIC X(02).
           88  WS-ISF-OK                      VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-GL-BALANCE-STATUS     PIC X(02).
           88  WS-GB-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-POSPAY-SW             PIC X(01) VALUE 'N'.
           88  WS-POSPAY-PRESENT              VALUE 'Y'.
       01  WS-GL-FOUND-SW           PIC X(01) VALUE 'N'.
           88  WS-GL-FOUND                    VALUE 'Y'.
       01  WS-REG-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-REGISTER             VALUE 'Y'.
       01  WS-GLB-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-GL-BALANCES          VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-HOUSE-ACCOUNT         PIC 9(07).
       01  WS-GL-ACCOUNT            PIC X(08).
       01  WS-GL-AS-OF-DATE         PIC 9(08) VALUE ZERO.
       01  WS-GL-BALANCE            PIC S9(11)V9(02) VALUE ZERO.
       01  WS-HOUSE-LEDGER          PIC S9(11)V9(02) VALUE ZERO.
       01  WS-POSTED-TOTAL          PIC S9(11)V9(02) VALUE ZERO.
       01  WS-UNPOSTED-TOTAL        PIC S9(11)V9(02) VALUE ZERO.
       01  WS-DIFFERENCE            PIC S9(11)V9(02).
       01  WS-AGE-DAYS              PIC 9(05).
       01  WS-MATCHED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-OUTSTANDING-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-UNPOSTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'OFFICIAL CHECKS OUTSTANDING AS OF       '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(12) VALUE
               '  GL ACCOUNT'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-RH-GL-ACCOUNT     PIC X(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'SERIAL   ISSUED     AGE ACCOUNT   PAYEE '.
           05  FILLER               PIC X(40) VALUE
               '                           AMOUNT  STATU'.
           05  FILLER               PIC X(20) VALUE
               'S                   '.
       01  WS-DETAIL-LINE.
           05  WS-DL-SERIAL         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ISSUED         PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-AGE            PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-PURCHASER      PIC 9(07).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-PAYEE          PIC X(25).
           05  WS-DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(20).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TL-NOTE           PIC X(30).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-MATCH-REGISTER THRU 2000-EXIT
                   UNTIL WS-END-OF-REGISTER
               PERFORM 3000-PROVE-REGISTER THRU 3000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no OCPARM card, or no register yet,
      * means there is nothing to reconcile.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN INPUT OFFICIAL-CHECK-PARM
           IF NOT WS-PM-OK
               DISPLAY 'NO OCPARM CARD - NO OFFICIAL CHECKS TO '
                   'RECONCILE'
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           READ OFFICIAL-CHECK-PARM
               AT END
                   DISPLAY 'EMPTY OCPARM CARD - NO OFFICIAL CHECKS '
                       'TO RECONCILE'
                   MOVE 'N' TO WS-RUN-OK-SW
           END-READ
           CLOSE OFFICIAL-CHECK-PARM
           IF NOT WS-RUN-OK
               GO TO 1000-EXIT
           END-IF
           MOVE OCP-HOUSE-ACCOUNT TO WS-HOUSE-ACCOUNT
           MOVE OCP-GL-ACCOUNT TO WS-GL-ACCOUNT
           OPEN I-O OFFICIAL-CHECK-FILE
           IF NOT WS-RG-OK
               DISPLAY 'NO OFFICIAL CHECK REGISTER - NOTHING TO '
                   'RECONCILE'
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT TRANSACTION-FILE
           SET WS-FILES-OPEN TO TRUE
           IF NOT WS-AF-OK OR NOT WS-TF-OK
               DISPLAY 'UNABLE TO OPEN OFFICIAL CHECK RECON FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT ISSUED-CHECK-FILE
           IF WS-ISF-OK
               SET WS-POSPAY-PRESENT TO TRUE
           ELSE
               DISPLAY 'NO POSITIVE-PAY ISSUE FILE - NO CHECKS '
                   'MATCHED PAID'
           END-IF
           MOVE WS-HOUSE-ACCOUNT TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'OFFICIAL CHECK ACCOUNT '
                       WS-HOUSE-ACCOUNT ' NOT ON FILE'
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE ACCT-LEDGER-BALANCE TO WS-HOUSE-LEDGER
           END-READ
           PERFORM 1400-READ-GL-BALANCE THRU 1400-EXIT
           OPEN OUTPUT RECON-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           MOVE WS-GL-ACCOUNT TO WS-RH-GL-ACCOUNT
           WRITE RECON-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE RECON-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE ZERO TO OCR-SERIAL
           START OFFICIAL-CHECK-FILE KEY IS NOT LESS THAN OCR-SERIAL
               INVALID KEY
                   SET WS-END-OF-REGISTER TO TRUE
           END-START.
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
      * 1400-READ-GL-BALANCE - the newest balance the ledger
      * returned for the official-check GL account.
      *-----------------------------------------------------------*
       1400-READ-GL-BALANCE.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT WS-GB-OK
               DISPLAY 'NO GL BALANCES RETURNED - REGISTER PROVED '
                   'TO THE HOUSE ACCOUNT ONLY'
               GO TO 1400-EXIT
           END-IF
           PERFORM 1450-READ-ONE-GL-BALANCE THRU 1450-EXIT
               UNTIL WS-END-OF-GL-BALANCES
           CLOSE GL-BALANCE-FILE.
       1400-EXIT.
           EXIT.

       1450-READ-ONE-GL-BALANCE.
           READ GL-BALANCE-FILE
               AT END
                   SET WS-END-OF-GL-BALANCES TO TRUE
                   GO TO 1450-EXIT
           END-READ
           IF GLB-GL-ACCOUNT = WS-GL-ACCOUNT
               AND GLB-AS-OF-DATE NOT < WS-GL-AS-OF-DATE
               MOVE GLB-AS-OF-DATE TO WS-GL-AS-OF-DATE
               MOVE GLB-BALANCE TO WS-GL-BALANCE
               SET WS-GL-FOUND TO TRUE
           END-IF.
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-MATCH-REGISTER - one register item.  Paid items are
      * history; an open item paid tonight is marked so; the
      * rest are listed outstanding.
      *-----------------------------------------------------------*
       2000-MATCH-REGISTER.
           READ OFFICIAL-CHECK-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-REGISTER TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT OCR-OPEN-ITEM
               GO TO 2000-EXIT
           END-IF
           IF WS-POSPAY-PRESENT
               MOVE WS-HOUSE-ACCOUNT TO ISS-ACCOUNT-ID
               MOVE OCR-SERIAL TO ISS-CHECK-SERIAL
               READ ISSUED-CHECK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ISS-PAID
                           PERFORM 2100-MARK-PAID THRU 2100-EXIT
                           GO TO 2000-EXIT
                       END-IF
               END-READ
           END-IF
           PERFORM 2200-LIST-OUTSTANDING THRU 2200-EXIT.
       2000-EXIT.
           EXIT.

       2100-MARK-PAID.
           SET OCR-PAID TO TRUE
           MOVE ISS-PAID-DATE TO OCR-PAID-DATE
           REWRITE OFFICIAL-CHECK-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO MARK CHECK PAID: ' OCR-SERIAL
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-MATCHED-COUNT
           END-REWRITE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-LIST-OUTSTANDING - an item whose credit to the house
      * account has not posted yet is shown but kept out of the
      * proof total.
      *-----------------------------------------------------------*
       2200-LIST-OUTSTANDING.
           MOVE OCR-SERIAL TO WS-DL-SERIAL
           MOVE OCR-ISSUE-DATE TO WS-DL-ISSUED
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (OCR-ISSUE-DATE)
           MOVE WS-AGE-DAYS TO WS-DL-AGE
           MOVE OCR-ACCOUNT-ID TO WS-DL-PURCHASER
           MOVE OCR-PAYEE TO WS-DL-PAYEE
           MOVE OCR-AMOUNT TO WS-DL-AMOUNT
           IF OCR-UNCLAIMED
               MOVE 'UNCLAIMED' TO WS-DL-STATUS
           ELSE
               MOVE 'OUTSTANDING' TO WS-DL-STATUS
           END-IF
           MOVE OCR-CREDIT-UID TO UID
           READ TRANSACTION-FILE
               INVALID KEY
                   MOVE 'CREDIT NOT ON FILE' TO WS-DL-STATUS
                   ADD OCR-AMOUNT TO WS-UNPOSTED-TOTAL
                   ADD 1 TO WS-UNPOSTED-COUNT
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-POSTED
                       ADD OCR-AMOUNT TO WS-POSTED-TOTAL
                       ADD 1 TO WS-OUTSTANDING-COUNT
                   ELSE
                       MOVE 'NOT YET POSTED' TO WS-DL-STATUS
                       ADD OCR-AMOUNT TO WS-UNPOSTED-TOTAL
                       ADD 1 TO WS-UNPOSTED-COUNT
                   END-IF
           END-READ
           WRITE RECON-REPORT-LINE FROM WS-DETAIL-LINE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-PROVE-REGISTER - the posted outstanding total
      * against the house account's ledger and the GL balance.
      *-----------------------------------------------------------*
       3000-PROVE-REGISTER.
           MOVE SPACES TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           MOVE SPACES TO WS-TL-NOTE
           MOVE 'OUTSTANDING, POSTED' TO WS-TL-LABEL
           MOVE WS-POSTED-TOTAL TO WS-TL-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ISSUED, NOT YET POSTED' TO WS-TL-LABEL
           MOVE WS-UNPOSTED-TOTAL TO WS-TL-AMOUNT
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'HOUSE ACCOUNT LEDGER BALANCE' TO WS-TL-LABEL
           MOVE WS-HOUSE-LEDGER TO WS-TL-AMOUNT
           COMPUTE WS-DIFFERENCE = WS-HOUSE-LEDGER - WS-POSTED-TOTAL
           IF WS-DIFFERENCE = ZERO
               MOVE 'IN PROOF' TO WS-TL-NOTE
           ELSE
               MOVE 'OUT OF PROOF' TO WS-TL-NOTE
               MOVE 20 TO RETURN-CODE
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE SPACES TO WS-TL-NOTE
           MOVE 'OFFICIAL CHECK GL BALANCE' TO WS-TL-LABEL
           MOVE WS-GL-BALANCE TO WS-TL-AMOUNT
           IF NOT WS-GL-FOUND
               MOVE 'NOT RETURNED BY THE LEDGER' TO WS-TL-NOTE
           ELSE
               COMPUTE WS-DIFFERENCE =
                   WS-GL-BALANCE - WS-POSTED-TOTAL
               IF WS-DIFFERENCE = ZERO
                   MOVE 'IN PROOF' TO WS-TL-NOTE
               ELSE
                   MOVE 'OUT OF PROOF' TO WS-TL-NOTE
                   MOVE 20 TO RETURN-CODE
               END-IF
           END-IF
           WRITE RECON-REPORT-LINE FROM WS-TOTAL-LINE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'OFFICIAL CHECKS MATCHED PAID: ' WS-MATCHED-COUNT
           DISPLAY 'OFFICIAL CHECKS OUTSTANDING: '
               WS-OUTSTANDING-COUNT
           DISPLAY 'OFFICIAL CHECKS NOT YET POSTED: '
               WS-UNPOSTED-COUNT
           IF RETURN-CODE = 20
               DISPLAY 'OFFICIAL CHECK REGISTER OUT OF PROOF - '
                   'SEE OCRECON.OUT'
           END-IF
           IF WS-FILES-OPEN
               CLOSE OFFICIAL-CHECK-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE TRANSACTION-FILE
               IF WS-POSPAY-PRESENT
                   CLOSE ISSUED-CHECK-FILE
               END-IF
               IF WS-RUN-OK
                   CLOSE RECON-REPORT
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
