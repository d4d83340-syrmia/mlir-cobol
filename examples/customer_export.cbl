      * writes it out as one comma-delimited line per customer, so
      * the record layout can be handed to downstream systems
      * without them having to understand CUSTMST.CPY directly.
      * The last two fields are the customer's privacy opt-outs,
      * information sharing and marketing; a receiver must honor
      * them.
      *
      * Modification History
      *   2026-02-08  RLB  Initial version.
      *                    run number (no amounts on this layout)
      *                    - so a receiver proves the file with
      *                    XTRVERIF before loading from it.
      *   2026-10-15  RLB  Each line now carries the customer's
      *                    privacy opt-outs, sharing then
      *                    marketing (Y opted out, N not), so a
      *                    receiver can drop customers who have
      *                    opted out of sharing or marketing.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTEXP.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-CUSTOMERS            VALUE 'Y'.
       01  WS-RECORD-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-OPTED-OUT-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-RUN-CONTROL-STATUS    PIC X(02).
           88  WS-RC-OK                       VALUE '00'.
       01  WS-RUN-EOF-SW            PIC X(01) VALUE 'N'.
           05  WS-EX-AGE            PIC 9(02).
           05  FILLER               PIC X(01) VALUE ','.
           05  WS-EX-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(01) VALUE ','.
           05  WS-EX-SHARE-OPT-OUT  PIC X(01).
           05  FILLER               PIC X(01) VALUE ','.
           05  WS-EX-MKTG-OPT-OUT   PIC X(01).

       PROCEDURE DIVISION.
       Main-Process.
               PERFORM 2000-EXPORT-CUSTOMERS THRU 2000-EXIT
                   UNTIL WS-END-OF-CUSTOMERS
               DISPLAY 'CUSTOMERS EXPORTED: ' WS-RECORD-COUNT
               DISPLAY 'OPTED OUT (FLAGGED): ' WS-OPTED-OUT-COUNT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.
                   MOVE CUM-NAME TO WS-EX-NAME
                   MOVE CUM-AGE TO WS-EX-AGE
                   MOVE CUM-ACCOUNT-ID TO WS-EX-ACCOUNT-ID
                   MOVE 'N' TO WS-EX-SHARE-OPT-OUT
                   MOVE 'N' TO WS-EX-MKTG-OPT-OUT
                   IF CUM-SHARING-OPTED-OUT
                       MOVE 'Y' TO WS-EX-SHARE-OPT-OUT
                   END-IF
                   IF CUM-MARKETING-OPTED-OUT
                       MOVE 'Y' TO WS-EX-MKTG-OPT-OUT
                   END-IF
                   IF CUM-SHARING-OPTED-OUT
                       OR CUM-MARKETING-OPTED-OUT
                       ADD 1 TO WS-OPTED-OUT-COUNT
                   END-IF
                   WRITE CUSTOMER-EXPORT-LINE FROM WS-EXPORT-RECORD
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
