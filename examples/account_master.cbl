      *                    since opening, and the blank-status
      *                    default was silently re-opening frozen
      *                    and closed accounts.
      *   2026-10-15  RLB  A refresh carries the new balance
      *                    block (ledger, uncleared, available,
      *                    stamp date and last UID) forward from
      *                    the master - TRANPOST owns it.  A
      *                    brand-new account starts with a zero
      *                    balance stamped as of today.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through ACCTWIDE so old-
      *                    layout records are accepted; money
      *                    work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAST.
       01  WS-EXISTING-SW           PIC X(01).
           88  WS-ACCOUNT-EXISTS              VALUE 'Y'.
       01  WS-HELD-RATE             PIC 9V9(04).
       01  WS-HELD-LIMIT            PIC 9(11)V9(02).
       01  WS-HELD-STATUS           PIC X(01).
       01  WS-CKD-ACCOUNT-ID        PIC 9(07).
       01  WS-CKD-DIGITS            REDEFINES WS-CKD-ACCOUNT-ID.

       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-JOURNAL-STAMP         PIC 9(14).

       PROCEDURE DIVISION.
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   CALL 'ACCTWIDE' USING ACCT-INPUT-RECORD RETURN-CODE
                   MOVE ACCT-INPUT-RECORD TO ACCOUNT-MASTER-RECORD
                   MOVE ACCT-ACCOUNT-ID IN ACCOUNT-MASTER-RECORD
                       TO WS-CKD-ACCOUNT-ID
               TO WS-HELD-LIMIT
           PERFORM 2550-READ-EXISTING THRU 2550-EXIT
           IF NOT WS-ACCOUNT-EXISTS
               PERFORM 2560-OPEN-BALANCE-BLOCK THRU 2560-EXIT
               GO TO 2500-EXIT
           END-IF
           IF WS-HELD-RATE NOT =
      * the sensitive fields below compare against what is truly
      * on file; the incoming image is then restored over it with
      * the protected fields carried from the master.  The last-
      * activity stamp, the passbook last-printed pointer and
      * the carried balance block always come from the master -
      * posting and PASSBOOK own them, and no maintenance feed
      * can supply them - and a
      * blank incoming status keeps the status on file rather
      * than quietly re-opening a frozen or closed account.
      *-----------------------------------------------------------*
                       IN ACCOUNT-MASTER-RECORD
                       TO ACCT-PASSBOOK-LAST-UID
                       IN ACCT-INPUT-RECORD
                   MOVE ACCT-LEDGER-BALANCE
                       IN ACCOUNT-MASTER-RECORD
                       TO ACCT-LEDGER-BALANCE IN ACCT-INPUT-RECORD
                   MOVE ACCT-UNCLEARED-TOTAL
                       IN ACCOUNT-MASTER-RECORD
                       TO ACCT-UNCLEARED-TOTAL IN ACCT-INPUT-RECORD
                   MOVE ACCT-AVAILABLE-BALANCE
                       IN ACCOUNT-MASTER-RECORD
                       TO ACCT-AVAILABLE-BALANCE
                       IN ACCT-INPUT-RECORD
                   MOVE ACCT-BALANCE-DATE
                       IN ACCOUNT-MASTER-RECORD
                       TO ACCT-BALANCE-DATE IN ACCT-INPUT-RECORD
                   MOVE ACCT-BALANCE-LAST-UID
                       IN ACCOUNT-MASTER-RECORD
                       TO ACCT-BALANCE-LAST-UID
                       IN ACCT-INPUT-RECORD
                   MOVE ACCT-STATUS IN ACCOUNT-MASTER-RECORD
                       TO WS-HELD-STATUS
                   MOVE ACCT-INPUT-RECORD TO ACCOUNT-MASTER-RECORD
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2560-OPEN-BALANCE-BLOCK - a brand-new account starts with
      * nothing on it; its opening money arrives as a posted DE
      * like any other.  The feed cannot supply a balance, so
      * whatever the input image carried there is cleared.
      *-----------------------------------------------------------*
       2560-OPEN-BALANCE-BLOCK.
           MOVE ZERO TO ACCT-LEDGER-BALANCE IN ACCOUNT-MASTER-RECORD
           MOVE ZERO TO
               ACCT-UNCLEARED-TOTAL IN ACCOUNT-MASTER-RECORD
           MOVE ZERO TO
               ACCT-AVAILABLE-BALANCE IN ACCOUNT-MASTER-RECORD
           MOVE WS-TODAY-DATE TO
               ACCT-BALANCE-DATE IN ACCOUNT-MASTER-RECORD
           MOVE ZERO TO
               ACCT-BALANCE-LAST-UID IN ACCOUNT-MASTER-RECORD.
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-WRITE-PENDING - one captured request per changed
      * sensitive field; a request already pending for the same
