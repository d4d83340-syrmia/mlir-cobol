      *                    posting day's rate, and a foreign-
      *                    currency pair no longer netted to zero
      *                    in the base-currency ledger feed.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02; money work
      *                    fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANRVSL.
           05  WS-ORIG-ACCOUNT-ID      PIC 9(07).
           05  WS-ORIG-DESC            PIC X(25).
           05  WS-ORIG-TRAN-TYPE       PIC X(02).
           05  WS-ORIG-AMOUNT          PIC 9(11)V9(02).
           05  WS-ORIG-CURRENCY        PIC X(03).
           05  WS-ORIG-FX-RATE         PIC 9(03)V9(06).

                           DISPLAY 'ORIGINAL UID NOT ON FILE: '
                               RVQ-ORIGINAL-UID
                       NOT INVALID KEY
                           CALL 'TRANWIDE' USING TRANSACTION-RECORD
                               RETURN-CODE
                           PERFORM 2100-BUILD-REVERSAL THRU 2100-EXIT
                   END-READ
           END-READ.
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           IF WS-ORIG-TRAN-TYPE = 'DE' OR 'IN'
               MOVE 'WD' TO TRAN-TYPE
           ELSE
