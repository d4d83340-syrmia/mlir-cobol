      * loaded and left to TRANPOST's own status handling; the
      * branch, not the employer, owns that conversation.
      *
      * A deposit for a customer who has died - to an account
      * DECEASED froze for the estate, or naming a deceased joint
      * holder - is returned R15, beneficiary deceased.
      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Deposits to a deceased customer's
      *                    estate account, or naming a deceased
      *                    joint holder, are returned R15 off
      *                    DECDACCT.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRLOAD.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT DECEASED-ACCOUNT ASSIGN TO "DECDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCA-KEY
               FILE STATUS IS WS-DECEASED-STATUS.
           SELECT UID-SEQUENCE ASSIGN TO "UIDSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UID-SEQ-STATUS.
       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  DECEASED-ACCOUNT.
       COPY "decdacct.cpy".

       FD  UID-SEQUENCE.
       COPY "uidseq.cpy" REPLACING UID-SEQUENCE-RECORD
           BY UID-SEQUENCE-LOG-RECORD.
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-DECEASED-STATUS       PIC X(02).
           88  WS-DC-OK                       VALUE '00'.
       01  WS-DECEASED-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-DECEASED-OPEN               VALUE 'Y'.
       01  WS-DECEASED-EOF-SW       PIC X(01).
           88  WS-END-OF-DECEASED             VALUE 'Y'.
       01  WS-UID-SEQ-STATUS        PIC X(02).
           88  WS-SEQ-NOT-FOUND               VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
               PERFORM 1500-DETERMINE-NEXT-UID THRU 1500-EXIT
               OPEN INPUT DECEASED-ACCOUNT
               IF WS-DC-OK
                   SET WS-DECEASED-OPEN TO TRUE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.
                   ELSE
                       SET WS-ENTRY-GOOD TO TRUE
                   END-IF
           END-READ
           IF WS-ENTRY-GOOD AND WS-DECEASED-OPEN
               PERFORM 2070-CHECK-DECEASED-HOLDER THRU 2070-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2070-CHECK-DECEASED-HOLDER - a deposit to an account that
      * belongs to a deceased customer's estate, or that pays a
      * deceased joint holder by name, goes back to the employer
      * R15 rather than into the account.
      *-----------------------------------------------------------*
       2070-CHECK-DECEASED-HOLDER.
           MOVE 'N' TO WS-DECEASED-EOF-SW
           MOVE PAY-ACCOUNT-ID TO DCA-ACCOUNT-ID
           MOVE ZERO TO DCA-CUSTOMER-ID
           START DECEASED-ACCOUNT KEY NOT LESS THAN DCA-KEY
               INVALID KEY
                   SET WS-END-OF-DECEASED TO TRUE
           END-START
           PERFORM 2075-TEST-ONE-DECEASED THRU 2075-EXIT
               UNTIL WS-END-OF-DECEASED.
       2070-EXIT.
           EXIT.

       2075-TEST-ONE-DECEASED.
           READ DECEASED-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-DECEASED TO TRUE
                   GO TO 2075-EXIT
           END-READ
           IF DCA-ACCOUNT-ID NOT = PAY-ACCOUNT-ID
               SET WS-END-OF-DECEASED TO TRUE
               GO TO 2075-EXIT
           END-IF
           IF DCA-SOLE-HOLDER
               OR DCA-CUSTOMER-NAME = PAY-EMPLOYEE-NAME
               MOVE 'N' TO WS-ENTRY-SW
               MOVE 'R15' TO WS-RETURN-REASON
               SET WS-END-OF-DECEASED TO TRUE
           END-IF.
       2075-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-WRITE-DEPOSIT - one screened entry becomes one
      * unposted DE on the transaction file, picked up by TRANSORT
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
           CLOSE PAYROLL-RETURN-FILE
           CLOSE TRANSACTION-FILE
           CLOSE ACCOUNT-MASTER
           IF WS-DECEASED-OPEN
               CLOSE DECEASED-ACCOUNT
           END-IF
           CLOSE UID-SEQUENCE.
       9000-EXIT.
           EXIT.
