      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and report columns
      *                    widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRSYCASH.
       01  WS-WORK-SUB              PIC 9(03).
       01  WS-ENTRY-CURRENCY        PIC X(03).
       01  WS-ENTRY-CATEGORY        PIC X(02).
       01  WS-NET-AMOUNT            PIC S9(13)V9(02).

       01  WS-CCY-TABLE-ENTRIES     PIC 9(03) VALUE ZERO.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 50 TIMES.
               10  WS-CCY-CODE         PIC X(03).
               10  WS-CCY-INFLOW       PIC 9(13)V9(02).
               10  WS-CCY-OUTFLOW      PIC 9(13)V9(02).
       01  WS-CAT-TABLE-ENTRIES     PIC 9(03) VALUE ZERO.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-CODE         PIC X(02).
               10  WS-CAT-INFLOW       PIC 9(13)V9(02).
               10  WS-CAT-OUTFLOW      PIC 9(13)V9(02).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(34) VALUE
       01  WS-CCY-LINE.
           05  WS-CL-CODE           PIC X(03).
           05  FILLER               PIC X(06) VALUE '  IN  '.
           05  WS-CL-INFLOW         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  OUT '.
           05  WS-CL-OUTFLOW        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  NET '.
           05  WS-CL-NET            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CAT-LINE.
           05  WS-KL-CODE           PIC X(02).
           05  FILLER               PIC X(07) VALUE '   IN  '.
           05  WS-KL-INFLOW         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  OUT '.
           05  WS-KL-OUTFLOW        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(06) VALUE '  NET '.
           05  WS-KL-NET            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
               AT END
                   SET WS-END-OF-LOG TO TRUE
               NOT AT END
                   CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
                   IF PLG-RESULT = 'POSTED  '
                       AND PLG-POST-DATE = WS-TODAY-DATE
                       PERFORM 2100-TALLY-ONE-ENTRY THRU 2100-EXIT
