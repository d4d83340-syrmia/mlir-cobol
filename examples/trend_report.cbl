      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE and
      *                    PLOGWIDE so old-layout records are
      *                    accepted; money work fields and report
      *                    columns widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRENDRPT.
       01  WS-SUB                   PIC 9(03).
       01  WS-HIT-SUB               PIC 9(03).
       01  WS-WORK-SUB              PIC 9(03).
       01  WS-AVERAGE-BALANCE       PIC S9(11)V9(02).

      *-----------------------------------------------------------*
      * Category and status populations off the master.
               10  WS-SNP-ACCOUNT-ID   PIC 9(07).
               10  WS-SNP-PERIOD       PIC 9(06).
               10  WS-SNP-DATE         PIC 9(08).
               10  WS-SNP-BALANCE      PIC S9(11)V9(02).
       01  WS-MATCH-PERIOD          PIC 9(06).

       01  WS-REPORT-HEADER.
           05  WS-CL-COUNT          PIC ZZZ,ZZ9.
       01  WS-TREND-LINE.
           05  WS-TL-LABEL          PIC X(22).
           05  WS-TL-CURRENT        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-TL-PRIOR          PIC -ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   IF BHS-SNAPSHOT-DATE(1:6) = WS-CUR-PERIOD
                       OR BHS-SNAPSHOT-DATE(1:6) = WS-PRI-PERIOD
                       PERFORM 3100-KEEP-MONTH-LAST THRU 3100-EXIT
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       EVALUATE TRUE
                           WHEN PLG-POST-DATE(1:6) = WS-CUR-PERIOD
