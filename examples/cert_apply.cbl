      *-----------------------------------------------------------*
      * PROGRAM:      CERTAPLY
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Applies the access recertification response file
      * (CERTRESP) returned by the reviewing supervisors after
      * USRCERT's quarterly listing.  Each decision is taken only
      * from an active supervisor who is not the operator under
      * review and, where the user master names a reviewer for
      * the operator, only from that reviewer:
      *
      *   C  confirm    the recertification date is set to the
      *                 business date (history field RECERT);
      *   D  downgrade  supervisor access becomes operator access
      *                 (history field LEVEL) and the operator is
      *                 recertified at the lower level; an
      *                 operator already at that level is simply
      *                 confirmed;
      *   R  revoke     the operator ID is made inactive (history
      *                 field STATUS).
      *
      * Every change is journaled with before and after images
      * (MSTJRNL) and written to the user history (USERHIST) with
      * the reviewer as the changer, the way USERADM applies an
      * administrator's change.  A row with no decision, or one
      * rejected, is listed on CERTAPLY.OUT, as is every operator
      * still holding access who had no response at all.  Any
      * reject sets a return code of 8.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTAPLY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT USER-HISTORY ASSIGN TO "USERHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CERT-RESPONSE ASSIGN TO "CERTRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT APPLY-REPORT ASSIGN TO "CERTAPLY.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY "usrmst.cpy".

       FD  USER-HISTORY.
       COPY "userhist.cpy".

       FD  MASTER-JOURNAL.
       COPY "mstjrnl.cpy".

       FD  CERT-RESPONSE.
       COPY "certresp.cpy".

       FD  APPLY-REPORT.
       01  APPLY-REPORT-LINE           PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-UH-NOT-FOUND                VALUE '35'.
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-RESPONSE-STATUS       PIC X(02).
           88  WS-RS-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL                  VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-RESPONSE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CONFIRM-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-DOWNGRADE-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-REVOKE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-REJECT-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-UNANSWERED-COUNT      PIC 9(05) VALUE ZERO.
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-CURRENT-TIMESTAMP     PIC 9(14).
       01  WS-REVIEWER-NAME         PIC X(20).
       01  WS-RESULT                PIC X(30).

      *-----------------------------------------------------------*
      * Operators a response row was received for, so the ones
      * with none can be listed afterwards.
      *-----------------------------------------------------------*
       01  WS-RSP-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-RSP-SUB               PIC 9(04).
       01  WS-RSP-HIT-SUB           PIC 9(04).
       01  WS-RSP-TABLE.
           05  WS-RSP-USERNAME OCCURS 2000 TIMES PIC X(20).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'ACCESS RECERTIFICATION APPLIED         '.
           05  FILLER               PIC X(14) VALUE
               'BUSINESS DATE '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'OPERATOR             DECISION REVIEWER  '.
           05  FILLER               PIC X(40) VALUE
               '           RESULT                       '.
       01  WS-DETAIL-LINE.
           05  WS-DL-USERNAME       PIC X(20).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-DL-DECISION       PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-REVIEWER       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-RESULT         PIC X(30).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 2000-APPLY-ONE-RESPONSE THRU 2000-EXIT
                   UNTIL WS-END-OF-SCAN
               PERFORM 6000-LIST-UNANSWERED THRU 6000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN INPUT CERT-RESPONSE
           IF NOT WS-RS-OK
               DISPLAY 'UNABLE TO OPEN RESPONSE FILE, STATUS '
                   WS-RESPONSE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O USER-MASTER
           IF NOT WS-UM-OK
               DISPLAY 'UNABLE TO OPEN USER MASTER, STATUS '
                   WS-USER-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CERT-RESPONSE
               GO TO 1000-EXIT
           END-IF
           SET WS-OPEN-OK TO TRUE
           OPEN EXTEND MASTER-JOURNAL
           IF WS-JR-NOT-FOUND
               OPEN OUTPUT MASTER-JOURNAL
           END-IF
           OPEN EXTEND USER-HISTORY
           IF WS-UH-NOT-FOUND
               OPEN OUTPUT USER-HISTORY
           END-IF
           OPEN OUTPUT APPLY-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE APPLY-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE APPLY-REPORT-LINE FROM WS-COLUMN-HEADER.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-READ-BUSINESS-DATE
      *-----------------------------------------------------------*
       1300-READ-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-CARD
           IF WS-BD-OK
               READ BUSINESS-DATE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BUS-CURRENT-DATE TO WS-TODAY-DATE
               END-READ
               CLOSE BUSINESS-DATE-CARD
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-APPLY-ONE-RESPONSE - check the reviewer, then apply
      * the decision to the operator's user master record.
      *-----------------------------------------------------------*
       2000-APPLY-ONE-RESPONSE.
           READ CERT-RESPONSE
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF CRS-USERNAME = SPACES
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-RESPONSE-COUNT
           PERFORM 2100-NOTE-RESPONSE THRU 2100-EXIT
           MOVE SPACES TO WS-RESULT
           IF CRS-DECISION = SPACE
               MOVE 'NO DECISION - STILL PENDING' TO WS-RESULT
               ADD 1 TO WS-PENDING-COUNT
               PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT
               GO TO 2000-EXIT
           END-IF
           IF NOT CRS-CONFIRM AND NOT CRS-DOWNGRADE
               AND NOT CRS-REVOKE
               MOVE 'REJECTED - INVALID DECISION' TO WS-RESULT
               PERFORM 4900-REJECT THRU 4900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CRS-REVIEWER = SPACES
               MOVE 'REJECTED - NO REVIEWER' TO WS-RESULT
               PERFORM 4900-REJECT THRU 4900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF CRS-REVIEWER = CRS-USERNAME
               MOVE 'REJECTED - SELF-REVIEW' TO WS-RESULT
               PERFORM 4900-REJECT THRU 4900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE CRS-REVIEWER TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   MOVE 'REJECTED - REVIEWER NOT ON FILE' TO WS-RESULT
                   PERFORM 4900-REJECT THRU 4900-EXIT
                   GO TO 2000-EXIT
           END-READ
           IF NOT USR-SUPERVISOR OR NOT USR-ACTIVE
               MOVE 'REJECTED - NOT ACTIVE SUPERVISOR' TO WS-RESULT
               PERFORM 4900-REJECT THRU 4900-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE CRS-REVIEWER TO WS-REVIEWER-NAME
           MOVE CRS-USERNAME TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   MOVE 'REJECTED - OPERATOR NOT ON FILE' TO WS-RESULT
                   PERFORM 4900-REJECT THRU 4900-EXIT
                   GO TO 2000-EXIT
           END-READ
           IF USR-REVIEWER NOT = SPACES
               AND USR-REVIEWER NOT = WS-REVIEWER-NAME
               MOVE 'REJECTED - NOT ASSIGNED REVIEWER' TO WS-RESULT
               PERFORM 4900-REJECT THRU 4900-EXIT
               GO TO 2000-EXIT
           END-IF
           IF USR-INACTIVE
               MOVE 'REJECTED - OPERATOR INACTIVE' TO WS-RESULT
               PERFORM 4900-REJECT THRU 4900-EXIT
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN CRS-CONFIRM
                   PERFORM 3000-CONFIRM THRU 3000-EXIT
               WHEN CRS-DOWNGRADE
                   PERFORM 3200-DOWNGRADE THRU 3200-EXIT
               WHEN CRS-REVOKE
                   PERFORM 3400-REVOKE THRU 3400-EXIT
           END-EVALUATE
           PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-NOTE-RESPONSE - remember the operator was answered
      * for; a full table only means the unanswered list is not
      * produced.
      *-----------------------------------------------------------*
       2100-NOTE-RESPONSE.
           IF WS-RSP-ENTRIES = 2000
               IF NOT WS-TABLE-FULL
                   DISPLAY 'RESPONSE TABLE FULL - UNANSWERED '
                       'OPERATORS NOT LISTED'
                   SET WS-TABLE-FULL TO TRUE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-RSP-ENTRIES
           MOVE CRS-USERNAME TO WS-RSP-USERNAME (WS-RSP-ENTRIES).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CONFIRM - access stays; the recertification date is
      * the business date.
      *-----------------------------------------------------------*
       3000-CONFIRM.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE SPACES TO UHS-OLD-VALUE
           IF USR-RECERT-DATE NUMERIC
               MOVE USR-RECERT-DATE TO UHS-OLD-VALUE
           END-IF
           MOVE WS-TODAY-DATE TO USR-RECERT-DATE
           MOVE 'RECERT' TO UHS-FIELD-NAME
           MOVE USR-RECERT-DATE TO UHS-NEW-VALUE
           PERFORM 7000-REWRITE-AND-LOG THRU 7000-EXIT
           IF WS-RESULT = SPACES
               ADD 1 TO WS-CONFIRM-COUNT
               MOVE 'CONFIRMED' TO WS-RESULT
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-DOWNGRADE - supervisor to operator, recertified at
      * the lower level.
      *-----------------------------------------------------------*
       3200-DOWNGRADE.
           IF NOT USR-SUPERVISOR
               PERFORM 3000-CONFIRM THRU 3000-EXIT
               IF WS-RESULT = 'CONFIRMED'
                   MOVE 'CONFIRMED - ALREADY OPERATOR' TO WS-RESULT
               END-IF
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE USR-ACCESS-LEVEL TO UHS-OLD-VALUE
           SET USR-OPERATOR TO TRUE
           MOVE WS-TODAY-DATE TO USR-RECERT-DATE
           MOVE 'LEVEL' TO UHS-FIELD-NAME
           MOVE USR-ACCESS-LEVEL TO UHS-NEW-VALUE
           PERFORM 7000-REWRITE-AND-LOG THRU 7000-EXIT
           IF WS-RESULT = SPACES
               ADD 1 TO WS-DOWNGRADE-COUNT
               MOVE 'DOWNGRADED TO OPERATOR' TO WS-RESULT
           END-IF.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-REVOKE - the operator ID is made inactive.
      *-----------------------------------------------------------*
       3400-REVOKE.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE USR-STATUS TO UHS-OLD-VALUE
           SET USR-INACTIVE TO TRUE
           MOVE 'STATUS' TO UHS-FIELD-NAME
           MOVE USR-STATUS TO UHS-NEW-VALUE
           PERFORM 7000-REWRITE-AND-LOG THRU 7000-EXIT
           IF WS-RESULT = SPACES
               ADD 1 TO WS-REVOKE-COUNT
               MOVE 'REVOKED' TO WS-RESULT
           END-IF.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4900-REJECT
      *-----------------------------------------------------------*
       4900-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 5000-WRITE-DETAIL THRU 5000-EXIT.
       4900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-DETAIL
      *-----------------------------------------------------------*
       5000-WRITE-DETAIL.
           MOVE CRS-USERNAME TO WS-DL-USERNAME
           MOVE CRS-DECISION TO WS-DL-DECISION
           MOVE CRS-REVIEWER TO WS-DL-REVIEWER
           MOVE WS-RESULT TO WS-DL-RESULT
           WRITE APPLY-REPORT-LINE FROM WS-DETAIL-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-LIST-UNANSWERED - every operator still holding access
      * with no row on the response file.
      *-----------------------------------------------------------*
       6000-LIST-UNANSWERED.
           IF WS-TABLE-FULL
               GO TO 6000-EXIT
           END-IF
           MOVE LOW-VALUES TO USR-USERNAME
           START USER-MASTER KEY NOT LESS THAN USR-USERNAME
               INVALID KEY
                   GO TO 6000-EXIT
           END-START
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 6100-CHECK-ONE-USER THRU 6100-EXIT
               UNTIL WS-END-OF-SCAN.
       6000-EXIT.
           EXIT.

       6100-CHECK-ONE-USER.
           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 6100-EXIT
           END-READ
           IF USR-INACTIVE
               GO TO 6100-EXIT
           END-IF
           MOVE ZERO TO WS-RSP-HIT-SUB
           MOVE ZERO TO WS-RSP-SUB
           PERFORM 6150-MATCH-ONE-RESPONSE THRU 6150-EXIT
               UNTIL WS-RSP-SUB = WS-RSP-ENTRIES
               OR WS-RSP-HIT-SUB > ZERO
           IF WS-RSP-HIT-SUB > ZERO
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-UNANSWERED-COUNT
           MOVE USR-USERNAME TO WS-DL-USERNAME
           MOVE SPACE TO WS-DL-DECISION
           MOVE USR-REVIEWER TO WS-DL-REVIEWER
           MOVE 'NO RESPONSE RECEIVED' TO WS-DL-RESULT
           WRITE APPLY-REPORT-LINE FROM WS-DETAIL-LINE.
       6100-EXIT.
           EXIT.

       6150-MATCH-ONE-RESPONSE.
           ADD 1 TO WS-RSP-SUB
           IF WS-RSP-USERNAME (WS-RSP-SUB) = USR-USERNAME
               MOVE WS-RSP-SUB TO WS-RSP-HIT-SUB
           END-IF.
       6150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-REWRITE-AND-LOG - rewrite the operator, journal the
      * before and after images, and write the history row set up
      * by the caller with the reviewer as the changer.  A failed
      * rewrite leaves WS-RESULT set to the reject.
      *-----------------------------------------------------------*
       7000-REWRITE-AND-LOG.
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   MOVE 'REJECTED - REWRITE FAILED' TO WS-RESULT
                   ADD 1 TO WS-REJECT-COUNT
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 7000-EXIT
           END-REWRITE
           ACCEPT WS-CURRENT-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           MOVE WS-CURRENT-TIMESTAMP TO MJR-TIMESTAMP
           MOVE 'CERTAPLY' TO MJR-PROGRAM
           SET MJR-FILE-USER TO TRUE
           SET MJR-ACTION-REWRITE TO TRUE
           MOVE WS-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
           MOVE SPACES TO MJR-AFTER-IMAGE
           MOVE USER-MASTER-RECORD TO MJR-AFTER-IMAGE
           WRITE MASTER-JOURNAL-RECORD
           MOVE USR-USERNAME TO UHS-USERNAME
           MOVE WS-REVIEWER-NAME TO UHS-CHANGED-BY
           MOVE WS-CURRENT-TIMESTAMP TO UHS-TIMESTAMP
           WRITE USER-HISTORY-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO APPLY-REPORT-LINE
           WRITE APPLY-REPORT-LINE
           MOVE 'RESPONSES READ' TO WS-TL-LABEL
           MOVE WS-RESPONSE-COUNT TO WS-TL-COUNT
           WRITE APPLY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'CONFIRMED' TO WS-TL-LABEL
           MOVE WS-CONFIRM-COUNT TO WS-TL-COUNT
           WRITE APPLY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'DOWNGRADED' TO WS-TL-LABEL
           MOVE WS-DOWNGRADE-COUNT TO WS-TL-COUNT
           WRITE APPLY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REVOKED' TO WS-TL-LABEL
           MOVE WS-REVOKE-COUNT TO WS-TL-COUNT
           WRITE APPLY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'REJECTED' TO WS-TL-LABEL
           MOVE WS-REJECT-COUNT TO WS-TL-COUNT
           WRITE APPLY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO DECISION' TO WS-TL-LABEL
           MOVE WS-PENDING-COUNT TO WS-TL-COUNT
           WRITE APPLY-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'NO RESPONSE RECEIVED' TO WS-TL-LABEL
           MOVE WS-UNANSWERED-COUNT TO WS-TL-COUNT
           WRITE APPLY-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'CERT RESPONSES READ:  ' WS-RESPONSE-COUNT
           DISPLAY 'CONFIRMED:            ' WS-CONFIRM-COUNT
           DISPLAY 'DOWNGRADED:           ' WS-DOWNGRADE-COUNT
           DISPLAY 'REVOKED:              ' WS-REVOKE-COUNT
           DISPLAY 'REJECTED:             ' WS-REJECT-COUNT
           DISPLAY 'NO RESPONSE RECEIVED: ' WS-UNANSWERED-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-OPEN-OK
               CLOSE CERT-RESPONSE
               CLOSE USER-MASTER
               CLOSE MASTER-JOURNAL
               CLOSE USER-HISTORY
               CLOSE APPLY-REPORT
           END-IF.
       9000-EXIT.
           EXIT.
