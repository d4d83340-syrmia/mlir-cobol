      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted; money
      *                    work fields, report columns and line
      *                    lengths widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCHPF.
       COPY "brnchmst.cpy".

       FD  PROOF-REPORT.
       01  PROOF-REPORT-LINE           PIC X(110).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".
       01  WS-HIT-SUB               PIC 9(03).
       01  WS-WORK-SUB              PIC 9(03).
       01  WS-ENTRY-BRANCH          PIC 9(03).
       01  WS-NET-AMOUNT            PIC S9(13)V9(02).
       01  WS-NAME-FOUND-SW         PIC X(01).
           88  WS-NAME-FOUND                  VALUE 'Y'.
       01  WS-BRANCH-TABLE-ENTRIES  PIC 9(03) VALUE ZERO.
           05  WS-PROOF-ENTRY OCCURS 50 TIMES.
               10  WS-PRF-BRANCH       PIC 9(03).
               10  WS-PRF-COUNT        PIC 9(07).
               10  WS-PRF-CREDITS      PIC 9(13)V9(02).
               10  WS-PRF-DEBITS       PIC 9(13)V9(02).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(22) VALUE
               'BRANCH PROOF FOR      '.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-PL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(05) VALUE '  CR '.
           05  WS-PL-CREDITS        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(05) VALUE '  DR '.
           05  WS-PL-DEBITS         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  NET '.
           05  WS-PL-NET            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       AND PLG-POST-DATE = WS-TODAY-DATE
                       PERFORM 2100-TALLY-ONE-ENTRY THRU 2100-EXIT
