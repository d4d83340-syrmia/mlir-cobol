      *                    within each account and load date; no
      *                    card, or any other policy, keeps the
      *                    plain account/UID order unchanged.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; money
      *                    work fields widened.
      *   2026-10-15  RLB  Highest-first debit order key reckoned
      *                    from the eleven-digit ceiling.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSORT.
           05  SW-ACCOUNT-ID           PIC 9(07).
           05  SW-LOAD-DATE            PIC 9(08).
           05  SW-ORDER-CLASS          PIC 9(01).
           05  SW-ORDER-AMOUNT         PIC 9(11)V9(02).
           05  SW-UID                  PIC 9(05).

       FD  TRANSACTION-SEQUENCE.
               AT END
                   SET WS-END-OF-SORT TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   MOVE ACCOUNT-ID TO SW-ACCOUNT-ID
                   MOVE UID TO SW-UID
                   PERFORM 2200-SET-POLICY-KEYS THRU 2200-EXIT
                       MOVE AMOUNT TO SW-ORDER-AMOUNT
                   WHEN 'H'
                       COMPUTE SW-ORDER-AMOUNT =
                           99999999999.99 - AMOUNT
                   WHEN OTHER
                       MOVE ZERO TO SW-ORDER-AMOUNT
               END-EVALUATE
