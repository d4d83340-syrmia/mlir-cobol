      *                    images (MSTJRNL), so an intraday change
      *                    between backups can be replayed forward
      *                    by MSTRPLAY.
      *   2026-10-15  RLB  Applies the date-of-death notification
      *                    on the change record; DECEASED works
      *                    the estate from it.
      *   2026-10-15  RLB  A change that alters any part of the
      *                    address clears a returned-mail mark on
      *                    the customer, with its own history
      *                    row, so their mail goes out again.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *   2026-10-15  RLB  Applies the privacy opt-out choices on
      *                    the change record, sharing and
      *                    marketing, stamping the date of the
      *                    choice with a history row.  A choice
      *                    other than Y, N or blank rejects the
      *                    record.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLOAD.
       01  WS-VALID-SW              PIC X(01).
           88  WS-CHANGE-VALID                VALUE 'Y'.
       01  WS-CURRENT-TIMESTAMP     PIC 9(14).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-DEATH-DATE            PIC 9(08).
       01  WS-ADDRESS-CHANGED-SW    PIC X(01).
           88  WS-ADDRESS-CHANGED             VALUE 'Y'.
       01  WS-OLD-MAIL-VALUE.
           05  WS-OLD-MAIL-STATUS   PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OLD-MAIL-REASON   PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OLD-MAIL-DATE     PIC X(08).
       01  WS-CHANGED-BY            PIC X(20)
                                    VALUE 'CUSTLOAD INTERFACE'.
       01  WS-EXCEPTION-LINE.

       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-JOURNAL-STAMP         PIC 9(14).

       PROCEDURE DIVISION.
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-INPUT TO TRUE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               OPEN EXTEND MASTER-JOURNAL
               IF WS-JR-NOT-FOUND
                   OPEN OUTPUT MASTER-JOURNAL
      *-----------------------------------------------------------*
       2100-VALIDATE-CHANGE.
           SET WS-CHANGE-VALID TO TRUE
           MOVE ZERO TO WS-DEATH-DATE
           IF CHG-AGE < WS-MIN-AGE OR CHG-AGE > WS-MAX-AGE
               MOVE 'AGE OUT OF RANGE' TO WS-EX-REASON
               PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
                   PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
               END-IF
           END-IF
           END-IF
           IF WS-CHANGE-VALID
               AND CHG-DATE-OF-DEATH NOT = SPACES
               PERFORM 2150-VALIDATE-DEATH-DATE THRU 2150-EXIT
           END-IF
           IF WS-CHANGE-VALID
               PERFORM 2160-VALIDATE-OPT-OUTS THRU 2160-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-VALIDATE-DEATH-DATE - a date-of-death notification
      * must be a real date no later than today; zeros mean none.
      *-----------------------------------------------------------*
       2150-VALIDATE-DEATH-DATE.
           IF CHG-DATE-OF-DEATH NOT NUMERIC
               MOVE 'BAD DATE OF DEATH' TO WS-EX-REASON
               PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
               GO TO 2150-EXIT
           END-IF
           MOVE CHG-DATE-OF-DEATH TO WS-DEATH-DATE
           IF WS-DEATH-DATE = ZERO
               GO TO 2150-EXIT
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DEATH-DATE) NOT = ZERO
               OR WS-DEATH-DATE > WS-TODAY-DATE
               MOVE ZERO TO WS-DEATH-DATE
               MOVE 'BAD DATE OF DEATH' TO WS-EX-REASON
               PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2160-VALIDATE-OPT-OUTS - Y opts out, N opts back in, blank
      * leaves the choice on file alone.
      *-----------------------------------------------------------*
       2160-VALIDATE-OPT-OUTS.
           IF (CHG-SHARE-OPT-OUT NOT = SPACE
                   AND NOT = 'Y' AND NOT = 'N')
               OR (CHG-MKTG-OPT-OUT NOT = SPACE
                   AND NOT = 'Y' AND NOT = 'N')
               MOVE 'BAD OPT-OUT CHOICE' TO WS-EX-REASON
               PERFORM 2900-REJECT-CHANGE THRU 2900-EXIT
           END-IF.
       2160-EXIT.
           EXIT.

       2900-REJECT-CHANGE.
           MOVE 'N' TO WS-VALID-SW
           ADD 1 TO WS-REJECTED-COUNT
           EXIT.

       3100-LOG-AND-MOVE-FIELDS.
           MOVE 'N' TO WS-ADDRESS-CHANGED-SW
           IF CUM-NAME NOT = CHG-NAME
               MOVE 'NAME' TO CUH-FIELD-NAME
               MOVE CUM-NAME TO CUH-OLD-VALUE
               MOVE CHG-ADDR-LINE-1 TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE CHG-ADDR-LINE-1 TO CUM-ADDR-LINE-1
               SET WS-ADDRESS-CHANGED TO TRUE
           END-IF
           IF CUM-ADDR-LINE-2 NOT = CHG-ADDR-LINE-2
               MOVE 'ADDR-2' TO CUH-FIELD-NAME
               MOVE CHG-ADDR-LINE-2 TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE CHG-ADDR-LINE-2 TO CUM-ADDR-LINE-2
               SET WS-ADDRESS-CHANGED TO TRUE
           END-IF
           IF CUM-CITY NOT = CHG-CITY
               MOVE 'CITY' TO CUH-FIELD-NAME
               MOVE CHG-CITY TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE CHG-CITY TO CUM-CITY
               SET WS-ADDRESS-CHANGED TO TRUE
           END-IF
           IF CUM-STATE NOT = CHG-STATE
               MOVE 'STATE' TO CUH-FIELD-NAME
               MOVE CHG-STATE TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE CHG-STATE TO CUM-STATE
               SET WS-ADDRESS-CHANGED TO TRUE
           END-IF
           IF CUM-ZIP NOT = CHG-ZIP
               MOVE 'ZIP' TO CUH-FIELD-NAME
               MOVE CHG-ZIP TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE CHG-ZIP TO CUM-ZIP
               SET WS-ADDRESS-CHANGED TO TRUE
           END-IF
           IF CUM-PHONE NOT = CHG-PHONE
               MOVE 'PHONE' TO CUH-FIELD-NAME
               MOVE CHG-PHONE TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE CHG-PHONE TO CUM-PHONE
           END-IF
      *    A notification already on file is not cleared by a
      *    later record that carries none.
           IF WS-DEATH-DATE NOT = ZERO
               AND CUM-DATE-OF-DEATH NOT = WS-DEATH-DATE
               MOVE 'DIED' TO CUH-FIELD-NAME
               MOVE CUM-DATE-OF-DEATH TO CUH-OLD-VALUE
               MOVE WS-DEATH-DATE TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE WS-DEATH-DATE TO CUM-DATE-OF-DEATH
           END-IF
      *    An opt-out choice carries the date it was made.
           IF (CHG-SHARE-OPT-OUT = 'Y' AND NOT CUM-SHARING-OPTED-OUT)
               OR (CHG-SHARE-OPT-OUT = 'N' AND CUM-SHARING-OPTED-OUT)
               MOVE 'OPT-SHARE' TO CUH-FIELD-NAME
               MOVE CUM-SHARE-OPT-OUT TO CUH-OLD-VALUE
               MOVE CHG-SHARE-OPT-OUT TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE CHG-SHARE-OPT-OUT TO CUM-SHARE-OPT-OUT
               MOVE WS-TODAY-DATE TO CUM-SHARE-OPT-DATE
           END-IF
           IF (CHG-MKTG-OPT-OUT = 'Y' AND NOT CUM-MARKETING-OPTED-OUT)
               OR (CHG-MKTG-OPT-OUT = 'N' AND CUM-MARKETING-OPTED-OUT)
               MOVE 'OPT-MKTG' TO CUH-FIELD-NAME
               MOVE CUM-MKTG-OPT-OUT TO CUH-OLD-VALUE
               MOVE CHG-MKTG-OPT-OUT TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               MOVE CHG-MKTG-OPT-OUT TO CUM-MKTG-OPT-OUT
               MOVE WS-TODAY-DATE TO CUM-MKTG-OPT-DATE
           END-IF
      *    A new address lifts a returned-mail mark.
           IF WS-ADDRESS-CHANGED AND CUM-MAIL-RETURNED
               MOVE CUM-MAIL-STATUS TO WS-OLD-MAIL-STATUS
               MOVE CUM-MAIL-RETURN-REASON TO WS-OLD-MAIL-REASON
               MOVE CUM-MAIL-RETURN-DATE TO WS-OLD-MAIL-DATE
               MOVE 'RET-MAIL' TO CUH-FIELD-NAME
               MOVE WS-OLD-MAIL-VALUE TO CUH-OLD-VALUE
               MOVE SPACES TO CUH-NEW-VALUE
               PERFORM 3200-WRITE-HISTORY THRU 3200-EXIT
               SET CUM-MAIL-DELIVERABLE TO TRUE
               MOVE ZERO TO CUM-MAIL-RETURN-DATE
               MOVE SPACES TO CUM-MAIL-RETURN-REASON
           END-IF.
       3100-EXIT.
           EXIT.
