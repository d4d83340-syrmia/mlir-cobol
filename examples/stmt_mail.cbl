      * no primary holder on file, or whose holder has no
      * deliverable address (blank first address line, city, or
      * ZIP), is flagged on the exception side of the extract.
      * So is a holder whose mail has come back undeliverable
      * (CUM-MAIL-RETURNED): their statement is pulled for the
      * account's branch to hold until the address is fixed.
      *
      * Modification History
      *   2026-02-18  RLB  Initial version.
      *                    layout) - so the mail house proves the
      *                    file with XTRVERIF before stuffing
      *                    envelopes from it.
      *   2026-10-15  RLB  A holder whose address is marked
      *                    returned-mail is not mailed; the
      *                    account is flagged on the exception
      *                    side for its statement to be held at
      *                    the owning branch.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTMAIL.
           EXIT.

       2250-WRITE-ADDRESS.
           IF CUM-MAIL-RETURNED
               MOVE SPACES TO WS-FL-REASON
               STRING 'RETURNED MAIL - HOLD AT BR '
                   ACCT-BRANCH-CODE
                   DELIMITED BY SIZE INTO WS-FL-REASON
               PERFORM 2280-WRITE-FLAG-LINE THRU 2280-EXIT
               GO TO 2250-EXIT
           END-IF
           IF CUM-ADDR-LINE-1 = SPACES OR CUM-CITY = SPACES
               OR CUM-ZIP = SPACES
               MOVE 'NO DELIVERABLE ADDRESS' TO WS-FL-REASON
