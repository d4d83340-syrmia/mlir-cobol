      *                    card the chain writes, so they line up
      *                    with the posting dates TRANPOST stamps
      *                    even when the chain runs past midnight.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE and
      *                    PLOGWIDE so old-layout records are
      *                    accepted; records written as version
      *                    02; money work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EODSNAP.
           05  WS-DAY-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-DAY-IDX.
               10  WS-DAY-ACCOUNT-ID   PIC 9(07).
               10  WS-DAY-CLOSING      PIC S9(11)V9(02).
               10  WS-DAY-DEBITS       PIC 9(11)V9(02).
               10  WS-DAY-CREDITS      PIC 9(11)V9(02).
       01  WS-DAY-FOUND-SW          PIC X(01).
           88  WS-DAY-FOUND                   VALUE 'Y'.

           05  WS-HIST-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-HIS-IDX.
               10  WS-HIS-ACCOUNT-ID   PIC 9(07).
               10  WS-HIS-CLOSING      PIC S9(11)V9(02).
       01  WS-HIST-FOUND-SW         PIC X(01).
           88  WS-HIST-FOUND                  VALUE 'Y'.

               AT END
                   SET WS-END-OF-HISTORY TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   PERFORM 2100-NOTE-HISTORY-BALANCE THRU 2100-EXIT
           END-READ.
       2000-EXIT.
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       PERFORM 3100-NOTE-DAY-ACTIVITY THRU 3100-EXIT
                   END-IF
           MOVE WS-DAY-ACCOUNT-ID (WS-SUB) TO BHS-ACCOUNT-ID
           MOVE WS-TODAY-DATE TO BHS-SNAPSHOT-DATE
           MOVE WS-DAY-CLOSING (WS-SUB) TO BHS-CLOSING-BALANCE
           MOVE ZERO TO BHS-V1-MONEY
           SET BHS-RECORD-VERSION-2 TO TRUE
           MOVE WS-DAY-DEBITS (WS-SUB) TO BHS-DEBIT-TOTAL
           MOVE WS-DAY-CREDITS (WS-SUB) TO BHS-CREDIT-TOTAL
           WRITE BALANCE-HISTORY-RECORD
               MOVE WS-HIS-ACCOUNT-ID (WS-SUB) TO BHS-ACCOUNT-ID
               MOVE WS-TODAY-DATE TO BHS-SNAPSHOT-DATE
               MOVE WS-HIS-CLOSING (WS-SUB) TO BHS-CLOSING-BALANCE
               MOVE ZERO TO BHS-V1-MONEY
               SET BHS-RECORD-VERSION-2 TO TRUE
               MOVE ZERO TO BHS-DEBIT-TOTAL
               MOVE ZERO TO BHS-CREDIT-TOTAL
               WRITE BALANCE-HISTORY-RECORD
