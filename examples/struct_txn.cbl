      *                    records, the archive job, and the
      *                    description search all rely on
      *                    surviving past one night.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRUCT.
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRAN-INPUT-RECORD RETURN-CODE
                   MOVE TRAN-INPUT-RECORD TO TRANSACTION-RECORD
                   MOVE 02 TO TRAN-RECORD-VERSION IN TRANSACTION-RECORD
                   MOVE ZERO TO TRAN-V1-MONEY IN TRANSACTION-RECORD
                   SET TRAN-UNPOSTED IN TRANSACTION-RECORD TO TRUE
                   MOVE ZERO TO TRANSFER-PAIR-UID
                       IN TRANSACTION-RECORD
