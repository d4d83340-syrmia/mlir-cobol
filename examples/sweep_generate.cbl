      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02; money work
      *                    fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEPGEN.
           88  WS-UID-RANGE-EXHAUSTED         VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-SWEEP-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-SWEEP-AMOUNT          PIC 9(11)V9(02).
       01  WS-PARTNER-BALANCE       PIC S9(11)V9(02).
       01  WS-ENROLLED-BALANCE      PIC S9(11)V9(02).
       01  WS-BAL-FOUND-SW          PIC X(01).
           88  WS-BALANCE-FOUND               VALUE 'Y'.
       01  WS-LOOKUP-ACCOUNT-ID     PIC 9(07).
           05  WS-SNAP-ENTRY OCCURS 500 TIMES.
               10  WS-SNP-ACCOUNT-ID   PIC 9(07).
               10  WS-SNP-DATE         PIC 9(08).
               10  WS-SNP-BALANCE      PIC S9(11)V9(02).

       PROCEDURE DIVISION.
       Main-Process.
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   PERFORM 1378-KEEP-NEWEST-SNAPSHOT THRU 1378-EXIT
           END-READ.
       1375-EXIT.
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
