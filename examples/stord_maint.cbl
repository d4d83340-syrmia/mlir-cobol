      *
      * Modification History
      *   2026-02-13  RLB  Initial version.
      *   2026-10-15  RLB  An order can now pay a party at
      *                    another bank: payee type E takes the
      *                    receiving bank's routing number (check
      *                    digit proved), the payee's account,
      *                    account type and name, and is accepted
      *                    on WD orders only.  Inquiry shows the
      *                    payee.
      *   2026-10-15  RLB  A new order is stamped with the date
      *                    it was placed, for the account-
      *                    takeover detection.  Inquiry shows it.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDMNT.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-VALID-SW              PIC X(01) VALUE 'Y'.
           88  WS-ORDER-VALID                 VALUE 'Y'.
       01  WS-ROUTING-CHECK.
           05  WS-RT-DIGIT          PIC 9(01) OCCURS 9 TIMES.
       01  WS-ROUTING-NUMBER REDEFINES WS-ROUTING-CHECK
                                    PIC 9(09).
       01  WS-ROUTING-SUM           PIC 9(04) VALUE ZERO.
       01  WS-ROUTING-QUOTIENT      PIC 9(04) VALUE ZERO.
       01  WS-ROUTING-REMAINDER     PIC 9(01) VALUE ZERO.

       PROCEDURE DIVISION.
       Main-Process.
           ACCEPT SOR-NEXT-DUE-DATE
           DISPLAY 'Description: '
           ACCEPT SOR-DESC
           DISPLAY 'Payee (I=internal, E=external bank): '
           ACCEPT SOR-PAYEE-TYPE
           MOVE 'Y' TO WS-VALID-SW
           IF SOR-PAYEE-EXTERNAL
               PERFORM 3100-ACCEPT-EXTERNAL-PAYEE THRU 3100-EXIT
           ELSE
               MOVE ZERO TO SOR-PAYEE-ROUTING
               MOVE SPACES TO SOR-PAYEE-ACCOUNT
               MOVE SPACE TO SOR-PAYEE-ACCT-TYPE
               MOVE SPACES TO SOR-PAYEE-NAME
           END-IF
           IF SOR-TRAN-TYPE NOT = 'DE' AND 'WD' AND 'FE'
               DISPLAY 'Invalid transaction type, order not placed.'
           ELSE
           IF NOT (SOR-FREQ-DAILY OR SOR-FREQ-WEEKLY
               OR SOR-FREQ-MONTHLY)
               DISPLAY 'Invalid frequency, order not placed.'
           ELSE
           IF NOT (SOR-PAYEE-INTERNAL OR SOR-PAYEE-EXTERNAL)
               DISPLAY 'Invalid payee type, order not placed.'
           ELSE
           IF NOT WS-ORDER-VALID
               CONTINUE
           ELSE
               SET SOR-ACTIVE TO TRUE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               MOVE WS-TODAY-DATE TO SOR-PLACED-DATE
               WRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY 'Order ID already on file.'
                       DISPLAY 'Standing order placed.'
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-ACCEPT-EXTERNAL-PAYEE - a payment to a party at
      * another bank goes out by ACH, so it can only be a
      * withdrawal, and it needs the receiving bank's routing
      * number (check digit proved), the payee's account there,
      * whether that is checking or savings, and a name.
      *-----------------------------------------------------------*
       3100-ACCEPT-EXTERNAL-PAYEE.
           DISPLAY 'Payee bank routing number (9 digits): '
           ACCEPT SOR-PAYEE-ROUTING
           DISPLAY 'Payee account number: '
           ACCEPT SOR-PAYEE-ACCOUNT
           DISPLAY 'Payee account type (C=checking, S=savings): '
           ACCEPT SOR-PAYEE-ACCT-TYPE
           DISPLAY 'Payee name: '
           ACCEPT SOR-PAYEE-NAME
           IF SOR-TRAN-TYPE NOT = 'WD'
               DISPLAY 'External payees take WD orders only, '
                   'order not placed.'
               MOVE 'N' TO WS-VALID-SW
               GO TO 3100-EXIT
           END-IF
           MOVE SOR-PAYEE-ROUTING TO WS-ROUTING-NUMBER
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-RT-DIGIT (1) + WS-RT-DIGIT (4)
                    + WS-RT-DIGIT (7))
             + 7 * (WS-RT-DIGIT (2) + WS-RT-DIGIT (5)
                    + WS-RT-DIGIT (8))
             +     (WS-RT-DIGIT (3) + WS-RT-DIGIT (6)
                    + WS-RT-DIGIT (9))
           DIVIDE WS-ROUTING-SUM BY 10 GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER
           IF SOR-PAYEE-ROUTING = ZERO
               OR WS-ROUTING-REMAINDER NOT = ZERO
               DISPLAY 'Invalid routing number, order not placed.'
               MOVE 'N' TO WS-VALID-SW
               GO TO 3100-EXIT
           END-IF
           IF SOR-PAYEE-ACCOUNT = SPACES
               DISPLAY 'Payee account required, order not placed.'
               MOVE 'N' TO WS-VALID-SW
               GO TO 3100-EXIT
           END-IF
           IF NOT (SOR-PAYEE-CHECKING OR SOR-PAYEE-SAVINGS)
               DISPLAY 'Invalid payee account type, order not placed.'
               MOVE 'N' TO WS-VALID-SW
               GO TO 3100-EXIT
           END-IF
           IF SOR-PAYEE-NAME = SPACES
               DISPLAY 'Payee name required, order not placed.'
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CANCEL-ORDER - cancel an order.  The record is kept on
      * file, marked cancelled, so there is a trail of what was
                   DISPLAY 'Next due: ' SOR-NEXT-DUE-DATE
                   DISPLAY 'Description: ' SOR-DESC
                   DISPLAY 'Status: ' SOR-STATUS
                   IF SOR-PLACED-DATE NUMERIC
                       AND SOR-PLACED-DATE > ZERO
                       DISPLAY 'Placed: ' SOR-PLACED-DATE
                   END-IF
                   IF SOR-PAYEE-EXTERNAL
                       DISPLAY 'Payee routing: ' SOR-PAYEE-ROUTING
                       DISPLAY 'Payee account: ' SOR-PAYEE-ACCOUNT
                           ' (' SOR-PAYEE-ACCT-TYPE ')'
                       DISPLAY 'Payee name: ' SOR-PAYEE-NAME
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.
