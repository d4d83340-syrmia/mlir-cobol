      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE so old-
      *                    layout records are accepted; money
      *                    work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.
       01  WS-BASELINED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-SUB                   PIC 9(04).
       01  WS-HIT-SUB               PIC 9(04).
       01  WS-CLOSING-BALANCE       PIC S9(11)V9(02).
       01  WS-NEW-RATE              PIC 9(03)V9(06).
       01  WS-GAIN-LOSS             PIC S9(11)V9(02).
       01  WS-GAIN-ABS              PIC 9(11)V9(02).
       01  WS-DR-ACCOUNT            PIC X(08).
       01  WS-CR-ACCOUNT            PIC X(08).
       01  WS-MAP-DEBIT             PIC X(08) VALUE 'FXPOSN  '.
           05  WS-SNAP-ENTRY OCCURS 500 TIMES.
               10  WS-SNP-ACCOUNT-ID   PIC 9(07).
               10  WS-SNP-DATE         PIC 9(08).
               10  WS-SNP-BALANCE      PIC S9(11)V9(02).
       01  WS-FX-TABLE-ENTRIES      PIC 9(03) VALUE ZERO.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 50 TIMES.
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   PERFORM 1378-KEEP-NEWEST-SNAPSHOT THRU 1378-EXIT
           END-READ.
       1375-EXIT.
