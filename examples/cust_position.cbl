      * Single customer-position inquiry.  One customer ID pulls
      * the whole relationship onto one screen: every linked
      * account (any role) with its status and current balance -
      * the ledger balance TRANPOST carries on the account master
      * - plus the open deposit holds, the
      * active stop instructions, the active standing orders, and
      * the recent notices off the notice log.  One phone call,
      * one inquiry, instead of ACCTINQ per account plus three
      *                    show masked below the card's level,
      *                    and every unmasked session is written
      *                    to the inquiry audit.
      *   2026-10-15  RLB  Each account's balance is now the
      *                    ledger balance TRANPOST carries on the
      *                    account master; the transaction file
      *                    and the account-keyed index are no
      *                    longer opened.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through HOLDWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "holdfile.cpy".

           88  WS-CA-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-HOLD-STATUS           PIC X(02).
           88  WS-HF-OK                       VALUE '00'.
       01  WS-STOP-STATUS           PIC X(02).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X(01).
           88  WS-END-OF-HOLDS                VALUE 'Y'.
       01  WS-STOP-EOF-SW           PIC X(01).
           88  WS-END-OF-NOTICES              VALUE 'Y'.
       01  WS-ACCT-SUB              PIC 9(03).
       01  WS-WORK-SUB              PIC 9(03).
       01  WS-BALANCE-DISPLAY       PIC -ZZZ,ZZ9.99.
       01  WS-AMOUNT-DISPLAY        PIC ZZZ,ZZ9.99.
       01  WS-MASK-PARM-STATUS      PIC X(02).
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-CM-OK OR NOT WS-CA-OK OR NOT WS-AF-OK
               DISPLAY 'UNABLE TO OPEN POSITION INQUIRY FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
           EXIT.

      *-----------------------------------------------------------*
      * 3200-SHOW-ONE-ACCOUNT - status and the carried ledger
      * balance, both off the master.
      *-----------------------------------------------------------*
       3200-SHOW-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-SUB
                   '  BALANCE *MASKED*'
               GO TO 3200-EXIT
           END-IF
           MOVE ACCT-LEDGER-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY '  ' WS-AT-ACCOUNT-ID (WS-ACCT-SUB)
               '  ROLE ' WS-AT-ROLE (WS-ACCT-SUB)
               '  STATUS ' ACCT-STATUS
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-SHOW-HOLDS - the unreleased holds on any of the
      * customer's accounts.
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
               NOT AT END
                   CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
                   IF HLD-RELEASE-DATE > WS-TODAY-DATE
                       PERFORM 4150-MATCH-HOLD-ACCOUNT
                           THRU 4150-EXIT
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE ACCOUNT-MASTER
           END-IF.
       9000-EXIT.
           EXIT.
