      *
      * Modification History
      *   2026-02-21  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and report columns
      *                    widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASOFRPT.
       01  WS-HIT-SW                PIC X(01) VALUE 'N'.
           88  WS-SNAPSHOT-HIT                VALUE 'Y'.
       01  WS-BEST-DATE             PIC 9(08) VALUE ZERO.
       01  WS-BEST-BALANCE          PIC S9(11)V9(02).
       01  WS-ANSWER-LINE.
           05  FILLER               PIC X(08) VALUE 'ACCOUNT '.
           05  WS-AL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(07) VALUE ' AS OF '.
           05  WS-AL-AS-OF          PIC 9(08).
           05  FILLER               PIC X(12) VALUE ':  BALANCE  '.
           05  WS-AL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  ON  '.
           05  WS-AL-DATE           PIC 9(08).
       01  WS-MISS-LINE.
               AT END
                   SET WS-END-OF-HISTORY TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   IF BHS-ACCOUNT-ID = ASF-ACCOUNT-ID
                       SET WS-ACCOUNT-SEEN TO TRUE
                       IF BHS-SNAPSHOT-DATE NOT > ASF-AS-OF-DATE
