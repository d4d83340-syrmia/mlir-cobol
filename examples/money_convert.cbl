      *-----------------------------------------------------------*
      * PROGRAM:      MONYCONV
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * One-time conversion of the money-bearing files to the
      * version-02 layouts, whose amounts and balances run to
      * eleven digits instead of six.  Each file is copied to a
      * new file in the new layout for operations to swap in
      * place of the old one:
      *
      *   TRANFILE  -> TRANNEW    (indexed, old 153-byte records)
      *   ACCTFILE  -> ACCTNEW    (indexed, old 171-byte records)
      *   POSTLOG   -> PLOGNEW
      *   TRANSUSP  -> SUSPNEW
      *   HOLDFILE  -> HOLDNEW
      *   BALHIST   -> BHSTNEW
      *
      * Every record goes through the same upgrade routine the
      * readers use (TRANWIDE, ACCTWIDE, PLOGWIDE, SUSPWIDE,
      * HOLDWIDE, BHSTWIDE), so the conversion and a reader
      * meeting an unconverted record can never disagree.
      *
      * Each file is proved before and after: the record count
      * and money total taken from the old record as it was read
      * are held against the count and total got by reading the
      * new file back from the start.  The money total is the
      * transaction amount, the ledger balance, the posted amount,
      * the suspended amount, the hold amount and the closing
      * balance respectively.  Any difference, or any file that
      * will not open, ends the run with return code 16 and the
      * new files are not to be swapped in.
      *
      * The sequential files are read in the new layout - a short
      * old line comes in padded with spaces, which the upgrade
      * routine recognizes - so a sequential file already
      * converted passes through unchanged.  The two indexed
      * masters can only be opened in their old record size; run
      * against masters already converted, their open fails and
      * the run stops before anything is written for them.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONYCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-TRAN-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-TRAN-UID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UID
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ACCT-ACCOUNT-ID
               FILE STATUS IS WS-OLD-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT POSTING-LOG ASSIGN TO "PLOGNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-SUSPENSE-FILE ASSIGN TO "TRANSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT OLD-BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT BALANCE-HISTORY ASSIGN TO "BHSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-TRAN-FILE.
       01  OLD-TRAN-RECORD.
           05  OLD-TRAN-UID            PIC 9(05).
           05  FILLER                  PIC X(148).

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  OLD-ACCOUNT-MASTER.
       01  OLD-ACCOUNT-MASTER-RECORD.
           05  OLD-ACCT-ACCOUNT-ID     PIC 9(07).
           05  FILLER                  PIC X(164).

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  OLD-POSTING-LOG.
       COPY "postlog.cpy" REPLACING POSTING-LOG-RECORD
           BY OLD-POSTING-LOG-RECORD.

       FD  POSTING-LOG.
       01  POSTING-LOG-LINE            PIC X(135).

       FD  OLD-SUSPENSE-FILE.
       COPY "suspfile.cpy" REPLACING SUSPENSE-RECORD
           BY OLD-SUSPENSE-RECORD.

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE               PIC X(136).

       FD  OLD-FUNDS-HOLD-FILE.
       COPY "holdfile.cpy" REPLACING FUNDS-HOLD-RECORD
           BY OLD-FUNDS-HOLD-RECORD.

       FD  FUNDS-HOLD-FILE.
       01  FUNDS-HOLD-LINE             PIC X(43).

       FD  OLD-BALANCE-HISTORY.
       COPY "balhist.cpy" REPLACING BALANCE-HISTORY-RECORD
           BY OLD-BALANCE-HISTORY-RECORD.

       FD  BALANCE-HISTORY.
       01  BALANCE-HISTORY-LINE        PIC X(88).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC X(02).
           88  WS-OLD-OK                      VALUE '00'.
       01  WS-NEW-STATUS            PIC X(02).
           88  WS-NEW-OK                      VALUE '00'.
       01  WS-EOF-SW                PIC X(01).
           88  WS-END-OF-FILE                 VALUE 'Y'.
       01  WS-FILE-NAME             PIC X(08).
       01  WS-BEFORE-COUNT          PIC 9(07).
       01  WS-BEFORE-TOTAL          PIC S9(13)V9(02).
       01  WS-AFTER-COUNT           PIC 9(07).
       01  WS-AFTER-TOTAL           PIC S9(13)V9(02).
       01  WS-TOTAL-DISPLAY         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-FILES-CONVERTED       PIC 9(01) VALUE ZERO.
       01  WS-FILES-FAILED          PIC 9(01) VALUE ZERO.
       COPY "postlog.cpy" REPLACING POSTING-LOG-RECORD
           BY WS-POSTING-LOG-RECORD.
       COPY "suspfile.cpy" REPLACING SUSPENSE-RECORD
           BY WS-SUSPENSE-RECORD.
       COPY "holdfile.cpy" REPLACING FUNDS-HOLD-RECORD
           BY WS-FUNDS-HOLD-RECORD.
       COPY "balhist.cpy" REPLACING BALANCE-HISTORY-RECORD
           BY WS-BALANCE-HISTORY-RECORD.

       PROCEDURE DIVISION.
       Main-Process.
           DISPLAY 'MONYCONV - MONEY FIELD CONVERSION TO VERSION 02'
           PERFORM 2000-CONVERT-TRANSACTIONS THRU 2000-EXIT
           PERFORM 3000-CONVERT-ACCOUNTS THRU 3000-EXIT
           PERFORM 4000-CONVERT-POSTING-LOG THRU 4000-EXIT
           PERFORM 5000-CONVERT-SUSPENSE THRU 5000-EXIT
           PERFORM 6000-CONVERT-HOLDS THRU 6000-EXIT
           PERFORM 7000-CONVERT-HISTORY THRU 7000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 2000-CONVERT-TRANSACTIONS - TRANFILE to TRANNEW.  The old
      * amount is still in place as TRAN-V1-AMOUNT until TRANWIDE
      * lifts it.
      *-----------------------------------------------------------*
       2000-CONVERT-TRANSACTIONS.
           IF RETURN-CODE NOT = ZERO
               GO TO 2000-EXIT
           END-IF
           MOVE 'TRANFILE' TO WS-FILE-NAME
           PERFORM 8100-CLEAR-TOTALS THRU 8100-EXIT
           OPEN INPUT OLD-TRAN-FILE
           OPEN OUTPUT TRANSACTION-FILE
           IF NOT WS-OLD-OK OR NOT WS-NEW-OK
               PERFORM 8200-OPEN-FAILED THRU 8200-EXIT
               CLOSE OLD-TRAN-FILE
               CLOSE TRANSACTION-FILE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-CONVERT-ONE-TRANSACTION THRU 2100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-TRAN-FILE
           CLOSE TRANSACTION-FILE
           OPEN INPUT TRANSACTION-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 2200-PROVE-ONE-TRANSACTION THRU 2200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE TRANSACTION-FILE
           PERFORM 8000-PROVE-FILE THRU 8000-EXIT.
       2000-EXIT.
           EXIT.

       2100-CONVERT-ONE-TRANSACTION.
           READ OLD-TRAN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 2100-EXIT
           END-READ
           MOVE OLD-TRAN-RECORD TO TRANSACTION-RECORD
           ADD 1 TO WS-BEFORE-COUNT
           IF TRAN-RECORD-VERSION-1
               ADD TRAN-V1-AMOUNT TO WS-BEFORE-TOTAL
           END-IF
           CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
           WRITE TRANSACTION-RECORD.
       2100-EXIT.
           EXIT.

       2200-PROVE-ONE-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-COUNT
                   ADD AMOUNT TO WS-AFTER-TOTAL
           END-READ.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CONVERT-ACCOUNTS - ACCTFILE to ACCTNEW.  The widened
      * fields are appended to the record, so an old record
      * copied into the new layout arrives with them blank and
      * ACCTWIDE lifts the ACCT-V1-* fields into them.
      *-----------------------------------------------------------*
       3000-CONVERT-ACCOUNTS.
           IF RETURN-CODE NOT = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE 'ACCTFILE' TO WS-FILE-NAME
           PERFORM 8100-CLEAR-TOTALS THRU 8100-EXIT
           OPEN INPUT OLD-ACCOUNT-MASTER
           OPEN OUTPUT ACCOUNT-MASTER
           IF NOT WS-OLD-OK OR NOT WS-NEW-OK
               PERFORM 8200-OPEN-FAILED THRU 8200-EXIT
               CLOSE OLD-ACCOUNT-MASTER
               CLOSE ACCOUNT-MASTER
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CONVERT-ONE-ACCOUNT THRU 3100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-ACCOUNT-MASTER
           CLOSE ACCOUNT-MASTER
           OPEN INPUT ACCOUNT-MASTER
           MOVE 'N' TO WS-EOF-SW
           PERFORM 3200-PROVE-ONE-ACCOUNT THRU 3200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE ACCOUNT-MASTER
           PERFORM 8000-PROVE-FILE THRU 8000-EXIT.
       3000-EXIT.
           EXIT.

       3100-CONVERT-ONE-ACCOUNT.
           READ OLD-ACCOUNT-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           MOVE OLD-ACCOUNT-MASTER-RECORD TO ACCOUNT-MASTER-RECORD
           ADD 1 TO WS-BEFORE-COUNT
           ADD ACCT-V1-LEDGER-BALANCE TO WS-BEFORE-TOTAL
           CALL 'ACCTWIDE' USING ACCOUNT-MASTER-RECORD RETURN-CODE
           WRITE ACCOUNT-MASTER-RECORD.
       3100-EXIT.
           EXIT.

       3200-PROVE-ONE-ACCOUNT.
           READ ACCOUNT-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-COUNT
                   ADD ACCT-LEDGER-BALANCE TO WS-AFTER-TOTAL
           END-READ.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CONVERT-POSTING-LOG - POSTLOG to PLOGNEW.
      *-----------------------------------------------------------*
       4000-CONVERT-POSTING-LOG.
           IF RETURN-CODE NOT = ZERO
               GO TO 4000-EXIT
           END-IF
           MOVE 'POSTLOG ' TO WS-FILE-NAME
           PERFORM 8100-CLEAR-TOTALS THRU 8100-EXIT
           OPEN INPUT OLD-POSTING-LOG
           OPEN OUTPUT POSTING-LOG
           IF NOT WS-OLD-OK OR NOT WS-NEW-OK
               PERFORM 8200-OPEN-FAILED THRU 8200-EXIT
               CLOSE OLD-POSTING-LOG
               CLOSE POSTING-LOG
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-CONVERT-ONE-LOG-ENTRY THRU 4100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-POSTING-LOG
           CLOSE POSTING-LOG
           OPEN INPUT POSTING-LOG
           MOVE 'N' TO WS-EOF-SW
           PERFORM 4200-PROVE-ONE-LOG-ENTRY THRU 4200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE POSTING-LOG
           PERFORM 8000-PROVE-FILE THRU 8000-EXIT.
       4000-EXIT.
           EXIT.

       4100-CONVERT-ONE-LOG-ENTRY.
           READ OLD-POSTING-LOG INTO WS-POSTING-LOG-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-BEFORE-COUNT
           IF PLG-RECORD-VERSION-2 IN WS-POSTING-LOG-RECORD
               ADD PLG-AMOUNT IN WS-POSTING-LOG-RECORD
                   TO WS-BEFORE-TOTAL
           ELSE
               ADD PLG-V1-AMOUNT IN WS-POSTING-LOG-RECORD
                   TO WS-BEFORE-TOTAL
           END-IF
           CALL 'PLOGWIDE' USING WS-POSTING-LOG-RECORD RETURN-CODE
           WRITE POSTING-LOG-LINE FROM WS-POSTING-LOG-RECORD.
       4100-EXIT.
           EXIT.

       4200-PROVE-ONE-LOG-ENTRY.
           READ POSTING-LOG INTO WS-POSTING-LOG-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-COUNT
                   ADD PLG-AMOUNT IN WS-POSTING-LOG-RECORD
                       TO WS-AFTER-TOTAL
           END-READ.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-CONVERT-SUSPENSE - TRANSUSP to SUSPNEW.
      *-----------------------------------------------------------*
       5000-CONVERT-SUSPENSE.
           IF RETURN-CODE NOT = ZERO
               GO TO 5000-EXIT
           END-IF
           MOVE 'TRANSUSP' TO WS-FILE-NAME
           PERFORM 8100-CLEAR-TOTALS THRU 8100-EXIT
           OPEN INPUT OLD-SUSPENSE-FILE
           OPEN OUTPUT SUSPENSE-FILE
           IF NOT WS-OLD-OK OR NOT WS-NEW-OK
               PERFORM 8200-OPEN-FAILED THRU 8200-EXIT
               CLOSE OLD-SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               GO TO 5000-EXIT
           END-IF
           PERFORM 5100-CONVERT-ONE-SUSPENSE THRU 5100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-SUSPENSE-FILE
           CLOSE SUSPENSE-FILE
           OPEN INPUT SUSPENSE-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 5200-PROVE-ONE-SUSPENSE THRU 5200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE SUSPENSE-FILE
           PERFORM 8000-PROVE-FILE THRU 8000-EXIT.
       5000-EXIT.
           EXIT.

       5100-CONVERT-ONE-SUSPENSE.
           READ OLD-SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5100-EXIT
           END-READ
           ADD 1 TO WS-BEFORE-COUNT
           IF SUS-RECORD-VERSION-2 IN WS-SUSPENSE-RECORD
               ADD SUS-AMOUNT IN WS-SUSPENSE-RECORD
                   TO WS-BEFORE-TOTAL
           ELSE
               ADD SUS-V1-AMOUNT IN WS-SUSPENSE-RECORD
                   TO WS-BEFORE-TOTAL
           END-IF
           CALL 'SUSPWIDE' USING WS-SUSPENSE-RECORD RETURN-CODE
           WRITE SUSPENSE-LINE FROM WS-SUSPENSE-RECORD.
       5100-EXIT.
           EXIT.

       5200-PROVE-ONE-SUSPENSE.
           READ SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-COUNT
                   ADD SUS-AMOUNT IN WS-SUSPENSE-RECORD
                       TO WS-AFTER-TOTAL
           END-READ.
       5200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-CONVERT-HOLDS - HOLDFILE to HOLDNEW.
      *-----------------------------------------------------------*
       6000-CONVERT-HOLDS.
           IF RETURN-CODE NOT = ZERO
               GO TO 6000-EXIT
           END-IF
           MOVE 'HOLDFILE' TO WS-FILE-NAME
           PERFORM 8100-CLEAR-TOTALS THRU 8100-EXIT
           OPEN INPUT OLD-FUNDS-HOLD-FILE
           OPEN OUTPUT FUNDS-HOLD-FILE
           IF NOT WS-OLD-OK OR NOT WS-NEW-OK
               PERFORM 8200-OPEN-FAILED THRU 8200-EXIT
               CLOSE OLD-FUNDS-HOLD-FILE
               CLOSE FUNDS-HOLD-FILE
               GO TO 6000-EXIT
           END-IF
           PERFORM 6100-CONVERT-ONE-HOLD THRU 6100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-FUNDS-HOLD-FILE
           CLOSE FUNDS-HOLD-FILE
           OPEN INPUT FUNDS-HOLD-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM 6200-PROVE-ONE-HOLD THRU 6200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE FUNDS-HOLD-FILE
           PERFORM 8000-PROVE-FILE THRU 8000-EXIT.
       6000-EXIT.
           EXIT.

       6100-CONVERT-ONE-HOLD.
           READ OLD-FUNDS-HOLD-FILE INTO WS-FUNDS-HOLD-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 6100-EXIT
           END-READ
           ADD 1 TO WS-BEFORE-COUNT
           IF HLD-RECORD-VERSION-2 IN WS-FUNDS-HOLD-RECORD
               ADD HLD-AMOUNT IN WS-FUNDS-HOLD-RECORD
                   TO WS-BEFORE-TOTAL
           ELSE
               ADD HLD-V1-AMOUNT IN WS-FUNDS-HOLD-RECORD
                   TO WS-BEFORE-TOTAL
           END-IF
           CALL 'HOLDWIDE' USING WS-FUNDS-HOLD-RECORD RETURN-CODE
           WRITE FUNDS-HOLD-LINE FROM WS-FUNDS-HOLD-RECORD.
       6100-EXIT.
           EXIT.

       6200-PROVE-ONE-HOLD.
           READ FUNDS-HOLD-FILE INTO WS-FUNDS-HOLD-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-COUNT
                   ADD HLD-AMOUNT IN WS-FUNDS-HOLD-RECORD
                       TO WS-AFTER-TOTAL
           END-READ.
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-CONVERT-HISTORY - BALHIST to BHSTNEW.
      *-----------------------------------------------------------*
       7000-CONVERT-HISTORY.
           IF RETURN-CODE NOT = ZERO
               GO TO 7000-EXIT
           END-IF
           MOVE 'BALHIST ' TO WS-FILE-NAME
           PERFORM 8100-CLEAR-TOTALS THRU 8100-EXIT
           OPEN INPUT OLD-BALANCE-HISTORY
           OPEN OUTPUT BALANCE-HISTORY
           IF NOT WS-OLD-OK OR NOT WS-NEW-OK
               PERFORM 8200-OPEN-FAILED THRU 8200-EXIT
               CLOSE OLD-BALANCE-HISTORY
               CLOSE BALANCE-HISTORY
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-CONVERT-ONE-HISTORY THRU 7100-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE OLD-BALANCE-HISTORY
           CLOSE BALANCE-HISTORY
           OPEN INPUT BALANCE-HISTORY
           MOVE 'N' TO WS-EOF-SW
           PERFORM 7200-PROVE-ONE-HISTORY THRU 7200-EXIT
               UNTIL WS-END-OF-FILE
           CLOSE BALANCE-HISTORY
           PERFORM 8000-PROVE-FILE THRU 8000-EXIT.
       7000-EXIT.
           EXIT.

       7100-CONVERT-ONE-HISTORY.
           READ OLD-BALANCE-HISTORY INTO WS-BALANCE-HISTORY-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 7100-EXIT
           END-READ
           ADD 1 TO WS-BEFORE-COUNT
           IF BHS-RECORD-VERSION-2 IN WS-BALANCE-HISTORY-RECORD
               ADD BHS-CLOSING-BALANCE IN WS-BALANCE-HISTORY-RECORD
                   TO WS-BEFORE-TOTAL
           ELSE
               ADD BHS-V1-CLOSING-BALANCE
                   IN WS-BALANCE-HISTORY-RECORD TO WS-BEFORE-TOTAL
           END-IF
           CALL 'BHSTWIDE' USING WS-BALANCE-HISTORY-RECORD
               RETURN-CODE
           WRITE BALANCE-HISTORY-LINE
               FROM WS-BALANCE-HISTORY-RECORD.
       7100-EXIT.
           EXIT.

       7200-PROVE-ONE-HISTORY.
           READ BALANCE-HISTORY INTO WS-BALANCE-HISTORY-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-COUNT
                   ADD BHS-CLOSING-BALANCE IN WS-BALANCE-HISTORY-RECORD
                       TO WS-AFTER-TOTAL
           END-READ.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-PROVE-FILE - the old file's count and money total
      * against the new file's, as read back.
      *-----------------------------------------------------------*
       8000-PROVE-FILE.
           DISPLAY WS-FILE-NAME ' RECORDS BEFORE: ' WS-BEFORE-COUNT
               '  AFTER: ' WS-AFTER-COUNT
           MOVE WS-BEFORE-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY WS-FILE-NAME ' TOTAL   BEFORE: ' WS-TOTAL-DISPLAY
           MOVE WS-AFTER-TOTAL TO WS-TOTAL-DISPLAY
           DISPLAY WS-FILE-NAME ' TOTAL    AFTER: ' WS-TOTAL-DISPLAY
           IF WS-BEFORE-COUNT NOT = WS-AFTER-COUNT
               OR WS-BEFORE-TOTAL NOT = WS-AFTER-TOTAL
               DISPLAY WS-FILE-NAME ' DOES NOT PROVE - CONVERSION '
                   'STOPPED'
               ADD 1 TO WS-FILES-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-FILES-CONVERTED
           END-IF.
       8000-EXIT.
           EXIT.

       8100-CLEAR-TOTALS.
           MOVE 'N' TO WS-EOF-SW
           MOVE ZERO TO WS-BEFORE-COUNT
           MOVE ZERO TO WS-BEFORE-TOTAL
           MOVE ZERO TO WS-AFTER-COUNT
           MOVE ZERO TO WS-AFTER-TOTAL.
       8100-EXIT.
           EXIT.

       8200-OPEN-FAILED.
           DISPLAY 'UNABLE TO OPEN ' WS-FILE-NAME ' FOR CONVERSION ('
               WS-OLD-STATUS '/' WS-NEW-STATUS ')'
           ADD 1 TO WS-FILES-FAILED
           MOVE 16 TO RETURN-CODE.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'FILES CONVERTED AND PROVED: ' WS-FILES-CONVERTED
           IF WS-FILES-FAILED NOT = ZERO
               DISPLAY 'CONVERSION INCOMPLETE - DO NOT SWAP IN THE '
                   'NEW FILES'
           END-IF.
       9000-EXIT.
           EXIT.
