      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; money
      *                    work fields, report columns and line
      *                    lengths widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.
       01  WS-WORK-SUB              PIC 9(03).
       01  WS-BEST-POST-DATE        PIC 9(08).
       01  WS-BEST-UID              PIC 9(05).
       01  WS-SCAN-BALANCE          PIC S9(11)V9(02).
       01  WS-COMBINED-BALANCE      PIC S9(13)V9(02).
       01  WS-DETAIL-PASS-SW        PIC X(01).
           88  WS-DETAIL-PASS                 VALUE 'Y'.

               10  WS-AT-ACCOUNT-ID    PIC 9(07).
               10  WS-AT-STATUS        PIC X(01).
               10  WS-AT-CATEGORY      PIC X(02).
               10  WS-AT-BALANCE       PIC S9(11)V9(02).

       01  WS-CUSTOMER-LINE.
           05  FILLER               PIC X(22) VALUE
           05  WS-PL-START          PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  WS-PL-END            PIC 9(08).
       01  WS-SUMMARY-HEADER        PIC X(57) VALUE
           'RELATIONSHIP SUMMARY  ACCOUNT  CAT ST            BALANCE'.
       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(22) VALUE SPACES.
           05  WS-SL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL-STATUS         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-SL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COMBINED-LINE.
           05  FILLER               PIC X(24) VALUE
               'COMBINED BALANCE:       '.
           05  WS-CB-BALANCE        PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-ACCOUNT-LINE.
           05  FILLER               PIC X(16) VALUE
               'ACCOUNT NUMBER: '.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TRAN-TYPE      PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-END-BALANCE    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-BLANK-LINE            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               CALL 'TRANWIDE' USING TRANSACTION-RECORD
                                   RETURN-CODE
                               PERFORM 3200-JUDGE-ONE-RECORD
                                   THRU 3200-EXIT
                       END-READ
