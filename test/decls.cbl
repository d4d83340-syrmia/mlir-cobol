      *                    LINK - must carry a valid check digit
      *                    (see 8900) or the entry is refused.
      *                    Zero (no linked account) is exempt.
      *   2026-10-15  RLB  Added the RETMAIL command.  A mail
      *                    piece returned undeliverable is
      *                    recorded on the customer with the date
      *                    it came back and the post office's
      *                    reason, by any active operator, with a
      *                    history row.  A CHANGE that alters any
      *                    part of the address clears the mark,
      *                    with its own history row, so the
      *                    customer's mail flows again.
      *   2026-10-15  RLB  ADD starts a customer opted in to
      *                    sharing and marketing; CHANGE takes
      *                    the privacy opt-out choices, stamping
      *                    the date of a changed choice, with a
      *                    history row for each.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SimpleVariable.
       01  WS-OLD-STATE             PIC X(02).
       01  WS-OLD-ZIP               PIC X(10).
       01  WS-OLD-PHONE             PIC X(15).
       01  WS-OLD-MAIL-VALUE.
           05  WS-OLD-MAIL-STATUS   PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OLD-MAIL-REASON   PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-OLD-MAIL-DATE     PIC X(08).
       01  WS-NEW-MAIL-VALUE.
           05  WS-NEW-MAIL-STATUS   PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-NEW-MAIL-REASON   PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-NEW-MAIL-DATE     PIC X(08).
       01  WS-RETURN-DATE           PIC 9(08).
       01  WS-OLD-SHARE-OPT-OUT     PIC X(01).
       01  WS-OLD-MKTG-OPT-OUT      PIC X(01).
       01  WS-OPT-OUT-ENTRY         PIC X(01).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-OPERATOR-OK-SW        PIC X(01) VALUE 'N'.
           88  WS-OPERATOR-OK                 VALUE 'Y'.
       01  WS-CKD-ACCOUNT-ID        PIC 9(07).
       01  WS-CKD-DIGITS            REDEFINES WS-CKD-ACCOUNT-ID.
           05  WS-CKD-DIGIT         OCCURS 7 TIMES PIC 9(01).
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command '
               '(ADD/CHANGE/INQUIRE/LINK/UNLINK/RETMAIL/EXIT): '
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN 'ADD'
                   PERFORM 6000-LINK-ACCOUNT THRU 6000-EXIT
               WHEN 'UNLINK'
                   PERFORM 6500-UNLINK-ACCOUNT THRU 6500-EXIT
               WHEN 'RETMAIL'
                   PERFORM 7000-RECORD-RETURNED-MAIL THRU 7000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
           ACCEPT CUM-ZIP
           DISPLAY 'Phone: '
           ACCEPT CUM-PHONE
           SET CUM-MAIL-DELIVERABLE TO TRUE
           MOVE ZERO TO CUM-MAIL-RETURN-DATE
           MOVE SPACES TO CUM-MAIL-RETURN-REASON
           MOVE 'N' TO CUM-SHARE-OPT-OUT
           MOVE ZERO TO CUM-SHARE-OPT-DATE
           MOVE 'N' TO CUM-MKTG-OPT-OUT
           MOVE ZERO TO CUM-MKTG-OPT-DATE
           PERFORM 3500-VALIDATE-AGE THRU 3500-EXIT
           PERFORM 3600-VALIDATE-ACCOUNT-ID THRU 3600-EXIT
           IF WS-AGE-OK AND WS-CKD-OK
                   MOVE CUM-STATE TO WS-OLD-STATE
                   MOVE CUM-ZIP TO WS-OLD-ZIP
                   MOVE CUM-PHONE TO WS-OLD-PHONE
                   MOVE CUM-MAIL-STATUS TO WS-OLD-MAIL-STATUS
                   MOVE CUM-MAIL-RETURN-REASON TO WS-OLD-MAIL-REASON
                   MOVE CUM-MAIL-RETURN-DATE TO WS-OLD-MAIL-DATE
                   MOVE CUM-SHARE-OPT-OUT TO WS-OLD-SHARE-OPT-OUT
                   MOVE CUM-MKTG-OPT-OUT TO WS-OLD-MKTG-OPT-OUT
                   DISPLAY 'Changed by (username): '
                   ACCEPT WS-CHANGED-BY
                   PERFORM 4650-CHECK-SUPERVISOR-ACCESS
                       ACCEPT CUM-ZIP
                       DISPLAY 'Phone [' CUM-PHONE ']: '
                       ACCEPT CUM-PHONE
                       PERFORM 4400-ACCEPT-OPT-OUTS THRU 4400-EXIT
                       PERFORM 3500-VALIDATE-AGE THRU 3500-EXIT
                       PERFORM 3600-VALIDATE-ACCOUNT-ID
                           THRU 3600-EXIT
                       IF WS-AGE-OK AND WS-CKD-OK
                           PERFORM 4550-CLEAR-RETURNED-MAIL
                               THRU 4550-EXIT
                           REWRITE CUSTOMER-MASTER-RECORD
                           PERFORM 4600-LOG-CHANGES THRU 4600-EXIT
                           DISPLAY 'Customer updated.'
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4400-ACCEPT-OPT-OUTS - the customer's privacy choices:
      * Y opts out, N opts back in, blank keeps what is on file.
      * A changed choice is stamped with today's date.
      *-----------------------------------------------------------*
       4400-ACCEPT-OPT-OUTS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           DISPLAY 'Sharing opt-out Y/N [' CUM-SHARE-OPT-OUT ']: '
           MOVE SPACE TO WS-OPT-OUT-ENTRY
           ACCEPT WS-OPT-OUT-ENTRY
           EVALUATE TRUE
               WHEN WS-OPT-OUT-ENTRY = 'Y'
                   AND NOT CUM-SHARING-OPTED-OUT
               WHEN WS-OPT-OUT-ENTRY = 'N'
                   AND CUM-SHARING-OPTED-OUT
                   MOVE WS-OPT-OUT-ENTRY TO CUM-SHARE-OPT-OUT
                   MOVE WS-TODAY-DATE TO CUM-SHARE-OPT-DATE
               WHEN WS-OPT-OUT-ENTRY = SPACE OR 'Y' OR 'N'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice, sharing opt-out kept.'
           END-EVALUATE
           DISPLAY 'Marketing opt-out Y/N [' CUM-MKTG-OPT-OUT ']: '
           MOVE SPACE TO WS-OPT-OUT-ENTRY
           ACCEPT WS-OPT-OUT-ENTRY
           EVALUATE TRUE
               WHEN WS-OPT-OUT-ENTRY = 'Y'
                   AND NOT CUM-MARKETING-OPTED-OUT
               WHEN WS-OPT-OUT-ENTRY = 'N'
                   AND CUM-MARKETING-OPTED-OUT
                   MOVE WS-OPT-OUT-ENTRY TO CUM-MKTG-OPT-OUT
                   MOVE WS-TODAY-DATE TO CUM-MKTG-OPT-DATE
               WHEN WS-OPT-OUT-ENTRY = SPACE OR 'Y' OR 'N'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'Invalid choice, marketing opt-out kept.'
           END-EVALUATE.
       4400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4550-CLEAR-RETURNED-MAIL - a new address is the cure for
      * returned mail; any change to the address block lifts the
      * mark so the customer's mail goes out again.
      *-----------------------------------------------------------*
       4550-CLEAR-RETURNED-MAIL.
           IF NOT CUM-MAIL-RETURNED
               GO TO 4550-EXIT
           END-IF
           IF WS-OLD-ADDR-LINE-1 NOT = CUM-ADDR-LINE-1
               OR WS-OLD-ADDR-LINE-2 NOT = CUM-ADDR-LINE-2
               OR WS-OLD-CITY NOT = CUM-CITY
               OR WS-OLD-STATE NOT = CUM-STATE
               OR WS-OLD-ZIP NOT = CUM-ZIP
               SET CUM-MAIL-DELIVERABLE TO TRUE
               MOVE ZERO TO CUM-MAIL-RETURN-DATE
               MOVE SPACES TO CUM-MAIL-RETURN-REASON
               DISPLAY 'Returned-mail mark cleared by the new '
                   'address.'
           END-IF.
       4550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4650-CHECK-SUPERVISOR-ACCESS - a customer record may only
      * be changed by an operator whose USER-MASTER access level is
               MOVE WS-OLD-PHONE TO CUH-OLD-VALUE
               MOVE CUM-PHONE TO CUH-NEW-VALUE
               PERFORM 4700-WRITE-HISTORY THRU 4700-EXIT
           END-IF
           IF WS-OLD-SHARE-OPT-OUT NOT = CUM-SHARE-OPT-OUT
               MOVE 'OPT-SHARE' TO CUH-FIELD-NAME
               MOVE WS-OLD-SHARE-OPT-OUT TO CUH-OLD-VALUE
               MOVE CUM-SHARE-OPT-OUT TO CUH-NEW-VALUE
               PERFORM 4700-WRITE-HISTORY THRU 4700-EXIT
           END-IF
           IF WS-OLD-MKTG-OPT-OUT NOT = CUM-MKTG-OPT-OUT
               MOVE 'OPT-MKTG' TO CUH-FIELD-NAME
               MOVE WS-OLD-MKTG-OPT-OUT TO CUH-OLD-VALUE
               MOVE CUM-MKTG-OPT-OUT TO CUH-NEW-VALUE
               PERFORM 4700-WRITE-HISTORY THRU 4700-EXIT
           END-IF
           IF WS-OLD-MAIL-STATUS NOT = CUM-MAIL-STATUS
               MOVE 'RET-MAIL' TO CUH-FIELD-NAME
               MOVE WS-OLD-MAIL-VALUE TO CUH-OLD-VALUE
               MOVE SPACES TO CUH-NEW-VALUE
               PERFORM 4700-WRITE-HISTORY THRU 4700-EXIT
           END-IF.
       4600-EXIT.
           EXIT.
                   DISPLAY 'City/State/ZIP: ' CUM-CITY ' '
                       CUM-STATE ' ' CUM-ZIP
                   DISPLAY 'Phone: ' CUM-PHONE
                   DISPLAY 'Opted out of sharing: '
                       CUM-SHARE-OPT-OUT ' ' CUM-SHARE-OPT-DATE
                   DISPLAY 'Opted out of marketing: '
                       CUM-MKTG-OPT-OUT ' ' CUM-MKTG-OPT-DATE
                   IF CUM-MAIL-RETURNED
                       DISPLAY 'MAIL RETURNED ' CUM-MAIL-RETURN-DATE
                           ' REASON ' CUM-MAIL-RETURN-REASON
                           ' - HELD AT BRANCH'
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RECORD-RETURNED-MAIL - a piece of mail came back
      * undeliverable: mark the customer's address returned with
      * the date and the post office's reason (MV moved, NS no
      * such address, IA insufficient address, RF refused, OT
      * other), so the mail runs hold their mail for the branch.
      * A second return just restamps the date and reason.  Any
      * active operator may record one.
      *-----------------------------------------------------------*
       7000-RECORD-RETURNED-MAIL.
           DISPLAY 'Customer ID: '
           ACCEPT CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY 'Customer not found.'
                   GO TO 7000-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           DISPLAY 'Changed by (username): '
           ACCEPT WS-CHANGED-BY
           PERFORM 7100-CHECK-OPERATOR THRU 7100-EXIT
           IF NOT WS-OPERATOR-OK
               DISPLAY 'Not an active operator, return not recorded.'
               GO TO 7000-EXIT
           END-IF
           DISPLAY 'Reason (MV/NS/IA/RF/OT): '
           ACCEPT WS-NEW-MAIL-REASON
           IF WS-NEW-MAIL-REASON NOT = 'MV' AND NOT = 'NS'
               AND NOT = 'IA' AND NOT = 'RF' AND NOT = 'OT'
               DISPLAY 'Invalid reason, return not recorded.'
               GO TO 7000-EXIT
           END-IF
           DISPLAY 'Date returned (YYYYMMDD, 0 for today): '
           ACCEPT WS-RETURN-DATE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-RETURN-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-RETURN-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-RETURN-DATE) NOT = ZERO
               OR WS-RETURN-DATE > WS-TODAY-DATE
               DISPLAY 'Invalid date, return not recorded.'
               GO TO 7000-EXIT
           END-IF
           MOVE CUM-MAIL-STATUS TO WS-OLD-MAIL-STATUS
           MOVE CUM-MAIL-RETURN-REASON TO WS-OLD-MAIL-REASON
           MOVE CUM-MAIL-RETURN-DATE TO WS-OLD-MAIL-DATE
           SET CUM-MAIL-RETURNED TO TRUE
           MOVE WS-NEW-MAIL-REASON TO CUM-MAIL-RETURN-REASON
           MOVE WS-RETURN-DATE TO CUM-MAIL-RETURN-DATE
           REWRITE CUSTOMER-MASTER-RECORD
           MOVE CUM-MAIL-STATUS TO WS-NEW-MAIL-STATUS
           MOVE CUM-MAIL-RETURN-DATE TO WS-NEW-MAIL-DATE
           MOVE 'RET-MAIL' TO CUH-FIELD-NAME
           MOVE WS-OLD-MAIL-VALUE TO CUH-OLD-VALUE
           MOVE WS-NEW-MAIL-VALUE TO CUH-NEW-VALUE
           PERFORM 4700-WRITE-HISTORY THRU 4700-EXIT
           DISPLAY 'Returned mail recorded; mail held for branch.'.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7100-CHECK-OPERATOR - the recorder must be an active user
      * on USER-MASTER.
      *-----------------------------------------------------------*
       7100-CHECK-OPERATOR.
           MOVE 'N' TO WS-OPERATOR-OK-SW
           MOVE WS-CHANGED-BY TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USR-ACTIVE
                       MOVE 'Y' TO WS-OPERATOR-OK-SW
                   END-IF
           END-READ.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8900-CHECK-ACCOUNT-DIGIT - an account number's seventh
