      *                    unmasked search is written to the
      *                    inquiry audit trail.  No card, no
      *                    change.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; report
      *                    columns widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANFIND.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  WS-DL-AMOUNT-X REDEFINES WS-DL-AMOUNT
                                    PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   PERFORM 5200-JUDGE-ONE-RECORD THRU 5200-EXIT
           END-READ.
       5100-EXIT.
