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
       PROGRAM-ID. ACCTANAL.
       01  WS-HIT-SUB               PIC 9(04).
       01  WS-WORK-SUB              PIC 9(04).
       01  WS-TYPE-SUB              PIC 9(01).
       01  WS-AVERAGE-BALANCE       PIC S9(11)V9(02).
       01  WS-EARNINGS-CREDIT       PIC 9(07)V9(02).
       01  WS-ACTIVITY-CHARGES      PIC 9(07)V9(02).
       01  WS-NET-FEE               PIC S9(07)V9(02).
       01  WS-ANAL-TABLE.
           05  WS-ANAL-ENTRY OCCURS 500 TIMES.
               10  WS-ANL-ACCOUNT-ID   PIC 9(07).
               10  WS-ANL-BAL-SUM      PIC S9(13)V9(02).
               10  WS-ANL-BAL-DAYS     PIC 9(04).
               10  WS-ANL-TYPE-COUNT OCCURS 4 TIMES
                                       PIC 9(05).
           05  WS-AL-HOLDER         PIC X(30).
       01  WS-FIGURE-LINE.
           05  WS-FL-LABEL          PIC X(22).
           05  WS-FL-AMOUNT         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ACTIVITY-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-AC-TYPE           PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-AC-COUNT          PIC ZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE ' ITEMS   '.
           05  WS-AC-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   IF BHS-SNAPSHOT-DATE(1:6) = WS-CUR-PERIOD
                       MOVE BHS-ACCOUNT-ID TO WS-MATCH-ACCOUNT-ID
                       PERFORM 8000-FIND-ACCOUNT THRU 8000-EXIT
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       AND PLG-POST-DATE(1:6) = WS-CUR-PERIOD
                       MOVE PLG-ACCOUNT-ID TO WS-MATCH-ACCOUNT-ID
