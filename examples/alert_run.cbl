      *-----------------------------------------------------------*
      * PROGRAM:      ALERTRUN
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly customer alert run.  Runs after EODSNAP and
      * evaluates every active alert subscription (ALERTSUB,
      * maintained through ALERTMNT) for the business date:
      *
      *   - a large-withdrawal (LW) subscription against each
      *     withdrawal posted today on the posting log (POSTLOG)
      *     for more than its threshold;
      *   - a low-balance (LB) subscription against the account's
      *     EODSNAP closing balance for today (BALHIST).  The
      *     alert goes once when the balance closes below the
      *     threshold and is held off until it closes at or
      *     above it again.
      *
      * Each alert is written to the messaging vendor's file
      * (ALERTOUT), which carries the standard control trailer -
      * alert count, withdrawal total, run number off RUNCTL - so
      * the vendor proves it with XTRVERIF before sending, and to
      * the alerts-sent log (ALERTLOG).  Today's rows already on
      * the log are loaded first, so a rerun never sends the same
      * alert twice.  A business date with no closing balances on
      * BALHIST means EODSNAP has not run: the withdrawal alerts
      * still go, and the run ends with a return code of 8.  With
      * no subscriptions on file the vendor still gets the file,
      * empty but for its trailer.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE and
      *                    PLOGWIDE so old-layout records are
      *                    accepted; money work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTRUN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-SUBSCRIPTION ASSIGN TO "ALERTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALS-KEY
               FILE STATUS IS WS-ALERT-FILE-STATUS.
           SELECT POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-LOG-STATUS.
           SELECT BALANCE-HISTORY ASSIGN TO "BALHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-HIST-STATUS.
           SELECT ALERT-LOG ASSIGN TO "ALERTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALERT-LOG-STATUS.
           SELECT ALERT-OUTBOUND ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOUND-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-SUBSCRIPTION.
       COPY "alertsub.cpy".

       FD  POSTING-LOG.
       COPY "postlog.cpy".

       FD  BALANCE-HISTORY.
       COPY "balhist.cpy".

       FD  ALERT-LOG.
       COPY "alertlog.cpy".

       FD  ALERT-OUTBOUND.
       01  ALERT-OUTBOUND-LINE         PIC X(132).

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ALERT-FILE-STATUS     PIC X(02).
           88  WS-AS-OK                       VALUE '00'.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PL-OK                       VALUE '00'.
       01  WS-BAL-HIST-STATUS       PIC X(02).
           88  WS-BH-OK                       VALUE '00'.
       01  WS-ALERT-LOG-STATUS      PIC X(02).
           88  WS-AL-OK                       VALUE '00'.
           88  WS-AL-NOT-FOUND                VALUE '35'.
       01  WS-OUTBOUND-STATUS       PIC X(02).
           88  WS-AO-OK                       VALUE '00'.
       01  WS-RUN-CONTROL-STATUS    PIC X(02).
           88  WS-RC-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'N'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-OUTBOUND-OPEN-SW      PIC X(01) VALUE 'N'.
           88  WS-OUTBOUND-OPEN               VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-SUB-EOF-SW            PIC X(01).
           88  WS-END-OF-SUBS                 VALUE 'Y'.
       01  WS-RUN-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-RUN-CONTROL          VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-RUN-NUMBER            PIC 9(05) VALUE ZERO.
       01  WS-SCAN-ACCOUNT-ID       PIC 9(07).
       01  WS-WITHDRAWAL-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-SNAPSHOT-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-ALERT-COUNT           PIC 9(07) VALUE ZERO.
       01  WS-LB-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-LW-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-RESENT-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-AMOUNT-TOTAL          PIC 9(11)V9(02) VALUE ZERO.
       COPY "alertout.cpy" REPLACING ALERT-OUTBOUND-RECORD
           BY WS-ALERT-OUTBOUND.
       COPY "xtrail.cpy" REPLACING EXTRACT-TRAILER-RECORD
           BY WS-EXTRACT-TRAILER.
       01  WS-EDIT-AMOUNT           PIC ZZZ,ZZ9.99.

      *-----------------------------------------------------------*
      * The alert being raised, and today's alerts already sent.
      *-----------------------------------------------------------*
       01  WS-RAISE.
           05  WS-RA-REF-UID        PIC 9(05).
           05  WS-RA-AMOUNT         PIC 9(11)V9(02).
           05  WS-RA-BALANCE        PIC S9(11)V9(02).
       01  WS-SENT-ENTRIES          PIC 9(04) VALUE ZERO.
       01  WS-SENT-SUB              PIC 9(04).
       01  WS-SENT-HIT-SUB          PIC 9(04).
       01  WS-SENT-FULL-SW          PIC X(01) VALUE 'N'.
           88  WS-SENT-TABLE-FULL             VALUE 'Y'.
       01  WS-SENT-TABLE.
           05  WS-SENT-ENTRY OCCURS 5000 TIMES.
               10  WS-SNT-ACCOUNT-ID   PIC 9(07).
               10  WS-SNT-CUSTOMER-ID  PIC 9(07).
               10  WS-SNT-ALERT-TYPE   PIC X(02).
               10  WS-SNT-REF-UID      PIC 9(05).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               PERFORM 3000-SCAN-WITHDRAWALS THRU 3000-EXIT
               PERFORM 4000-SCAN-BALANCES THRU 4000-EXIT
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - today's alerts already sent, then the
      * subscriptions for update and the outputs.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 2000-LOAD-SENT-ALERTS THRU 2000-EXIT
           OPEN OUTPUT ALERT-OUTBOUND
           IF NOT WS-AO-OK
               DISPLAY 'UNABLE TO OPEN ALERT OUTBOUND FILE, STATUS '
                   WS-OUTBOUND-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-OUTBOUND-OPEN TO TRUE
           OPEN I-O ALERT-SUBSCRIPTION
           IF NOT WS-AS-OK
               DISPLAY 'NO ALERT SUBSCRIPTIONS ON FILE, STATUS '
                   WS-ALERT-FILE-STATUS
               GO TO 1000-EXIT
           END-IF
           OPEN EXTEND ALERT-LOG
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT ALERT-LOG
           END-IF
           SET WS-OPEN-OK TO TRUE.
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
      * 2000-LOAD-SENT-ALERTS - the business date's rows on the
      * alerts-sent log.
      *-----------------------------------------------------------*
       2000-LOAD-SENT-ALERTS.
           OPEN INPUT ALERT-LOG
           IF NOT WS-AL-OK
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2100-LOAD-ONE-SENT THRU 2100-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE ALERT-LOG.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-SENT.
           READ ALERT-LOG
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF ALG-ALERT-DATE NOT = WS-TODAY-DATE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-NOTE-SENT THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-NOTE-SENT - remember an alert sent today.  Past the
      * table's size a rerun could repeat an alert, so the run
      * says so.
      *-----------------------------------------------------------*
       2200-NOTE-SENT.
           IF WS-SENT-ENTRIES = 5000
               IF NOT WS-SENT-TABLE-FULL
                   DISPLAY 'SENT-ALERT TABLE FULL - A RERUN MAY '
                       'REPEAT ALERTS'
                   SET WS-SENT-TABLE-FULL TO TRUE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-SENT-ENTRIES
           MOVE ALG-ACCOUNT-ID TO WS-SNT-ACCOUNT-ID (WS-SENT-ENTRIES)
           MOVE ALG-CUSTOMER-ID
               TO WS-SNT-CUSTOMER-ID (WS-SENT-ENTRIES)
           MOVE ALG-ALERT-TYPE TO WS-SNT-ALERT-TYPE (WS-SENT-ENTRIES)
           MOVE ALG-REF-UID TO WS-SNT-REF-UID (WS-SENT-ENTRIES).
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SCAN-WITHDRAWALS - withdrawals posted today, each
      * against the account's large-withdrawal subscriptions.
      *-----------------------------------------------------------*
       3000-SCAN-WITHDRAWALS.
           OPEN INPUT POSTING-LOG
           IF NOT WS-PL-OK
               DISPLAY 'POSTING LOG UNAVAILABLE, STATUS '
                   WS-POSTING-LOG-STATUS
                   ' - NO WITHDRAWAL ALERTS'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3100-CHECK-ONE-POSTING THRU 3100-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE POSTING-LOG.
       3000-EXIT.
           EXIT.

       3100-CHECK-ONE-POSTING.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3100-EXIT
           END-READ
           CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
           IF PLG-POST-DATE NOT = WS-TODAY-DATE
               OR PLG-RESULT NOT = 'POSTED  '
               OR PLG-TRAN-TYPE NOT = 'WD'
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-WITHDRAWAL-COUNT
           MOVE PLG-ACCOUNT-ID TO WS-SCAN-ACCOUNT-ID
           PERFORM 5000-START-SUBSCRIPTIONS THRU 5000-EXIT
           PERFORM 3200-CHECK-ONE-LW THRU 3200-EXIT
               UNTIL WS-END-OF-SUBS.
       3100-EXIT.
           EXIT.

       3200-CHECK-ONE-LW.
           PERFORM 5100-NEXT-SUBSCRIPTION THRU 5100-EXIT
           IF WS-END-OF-SUBS
               GO TO 3200-EXIT
           END-IF
           IF NOT ALS-LARGE-WITHDRAWAL OR NOT ALS-ACTIVE
               GO TO 3200-EXIT
           END-IF
           IF PLG-AMOUNT NOT > ALS-THRESHOLD
               GO TO 3200-EXIT
           END-IF
           MOVE PLG-UID TO WS-RA-REF-UID
           MOVE PLG-AMOUNT TO WS-RA-AMOUNT
           MOVE PLG-END-BALANCE TO WS-RA-BALANCE
           PERFORM 6000-RAISE-ALERT THRU 6000-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-SCAN-BALANCES - today's closing balances, each
      * against the account's low-balance subscriptions.
      *-----------------------------------------------------------*
       4000-SCAN-BALANCES.
           OPEN INPUT BALANCE-HISTORY
           IF WS-BH-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 4100-CHECK-ONE-SNAPSHOT THRU 4100-EXIT
                   UNTIL WS-END-OF-SCAN
               CLOSE BALANCE-HISTORY
           END-IF
           IF WS-SNAPSHOT-COUNT = ZERO
               DISPLAY 'NO CLOSING BALANCES FOR ' WS-TODAY-DATE
                   ' ON BALHIST - LOW-BALANCE ALERTS NOT RAISED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-SNAPSHOT.
           READ BALANCE-HISTORY
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 4100-EXIT
           END-READ
           CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD RETURN-CODE
           IF BHS-SNAPSHOT-DATE NOT = WS-TODAY-DATE
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-SNAPSHOT-COUNT
           MOVE BHS-ACCOUNT-ID TO WS-SCAN-ACCOUNT-ID
           PERFORM 5000-START-SUBSCRIPTIONS THRU 5000-EXIT
           PERFORM 4200-CHECK-ONE-LB THRU 4200-EXIT
               UNTIL WS-END-OF-SUBS.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-CHECK-ONE-LB - below the threshold raises the alert
      * once; a close at or above it re-arms the subscription.
      *-----------------------------------------------------------*
       4200-CHECK-ONE-LB.
           PERFORM 5100-NEXT-SUBSCRIPTION THRU 5100-EXIT
           IF WS-END-OF-SUBS
               GO TO 4200-EXIT
           END-IF
           IF NOT ALS-LOW-BALANCE OR NOT ALS-ACTIVE
               GO TO 4200-EXIT
           END-IF
           IF BHS-CLOSING-BALANCE NOT < ALS-THRESHOLD
               IF ALS-LOW-ALERT-SENT
                   MOVE 'N' TO ALS-LOW-NOTIFIED
                   REWRITE ALERT-SUBSCRIPTION-RECORD
               END-IF
               GO TO 4200-EXIT
           END-IF
           IF ALS-LOW-ALERT-SENT
               GO TO 4200-EXIT
           END-IF
           MOVE ZERO TO WS-RA-REF-UID
           MOVE ZERO TO WS-RA-AMOUNT
           MOVE BHS-CLOSING-BALANCE TO WS-RA-BALANCE
           PERFORM 6000-RAISE-ALERT THRU 6000-EXIT
           MOVE 'Y' TO ALS-LOW-NOTIFIED
           REWRITE ALERT-SUBSCRIPTION-RECORD.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-START-SUBSCRIPTIONS - position on the first
      * subscription for WS-SCAN-ACCOUNT-ID; 5100 reads them in
      * turn until the account changes.
      *-----------------------------------------------------------*
       5000-START-SUBSCRIPTIONS.
           MOVE 'N' TO WS-SUB-EOF-SW
           MOVE WS-SCAN-ACCOUNT-ID TO ALS-ACCOUNT-ID
           MOVE ZERO TO ALS-CUSTOMER-ID
           MOVE LOW-VALUES TO ALS-ALERT-TYPE
           START ALERT-SUBSCRIPTION KEY NOT LESS THAN ALS-KEY
               INVALID KEY
                   SET WS-END-OF-SUBS TO TRUE
           END-START.
       5000-EXIT.
           EXIT.

       5100-NEXT-SUBSCRIPTION.
           READ ALERT-SUBSCRIPTION NEXT RECORD
               AT END
                   SET WS-END-OF-SUBS TO TRUE
                   GO TO 5100-EXIT
           END-READ
           IF ALS-ACCOUNT-ID NOT = WS-SCAN-ACCOUNT-ID
               SET WS-END-OF-SUBS TO TRUE
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-RAISE-ALERT - unless already sent today, write the
      * alert for the subscription in the record area to the
      * vendor's file and the alerts-sent log.
      *-----------------------------------------------------------*
       6000-RAISE-ALERT.
           MOVE ZERO TO WS-SENT-HIT-SUB
           MOVE ZERO TO WS-SENT-SUB
           PERFORM 6100-MATCH-ONE-SENT THRU 6100-EXIT
               UNTIL WS-SENT-SUB = WS-SENT-ENTRIES
               OR WS-SENT-HIT-SUB > ZERO
           IF WS-SENT-HIT-SUB > ZERO
               ADD 1 TO WS-RESENT-COUNT
               GO TO 6000-EXIT
           END-IF
           MOVE SPACES TO WS-ALERT-OUTBOUND
           MOVE ALS-CHANNEL TO ALO-CHANNEL
           MOVE ALS-ADDRESS TO ALO-ADDRESS
           MOVE ALS-CUSTOMER-ID TO ALO-CUSTOMER-ID
           MOVE ALS-ACCOUNT-ID TO ALO-ACCOUNT-ID
           MOVE ALS-ALERT-TYPE TO ALO-ALERT-TYPE
           MOVE WS-TODAY-DATE TO ALO-ALERT-DATE
           MOVE WS-RA-AMOUNT TO ALO-AMOUNT
           MOVE WS-RA-BALANCE TO ALO-BALANCE
           MOVE ALS-THRESHOLD TO WS-EDIT-AMOUNT
           IF ALS-LOW-BALANCE
               STRING 'BALANCE BELOW ALERT LEVEL '
                   DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO ALO-TEXT
               ADD 1 TO WS-LB-COUNT
           ELSE
               STRING 'WITHDRAWAL OVER ALERT LEVEL '
                   DELIMITED BY SIZE
                   WS-EDIT-AMOUNT DELIMITED BY SIZE
                   INTO ALO-TEXT
               ADD 1 TO WS-LW-COUNT
           END-IF
           WRITE ALERT-OUTBOUND-LINE FROM WS-ALERT-OUTBOUND
           ADD 1 TO WS-ALERT-COUNT
           ADD WS-RA-AMOUNT TO WS-AMOUNT-TOTAL
           MOVE WS-TODAY-DATE TO ALG-ALERT-DATE
           MOVE ALS-ACCOUNT-ID TO ALG-ACCOUNT-ID
           MOVE ALS-CUSTOMER-ID TO ALG-CUSTOMER-ID
           MOVE ALS-ALERT-TYPE TO ALG-ALERT-TYPE
           MOVE WS-RA-REF-UID TO ALG-REF-UID
           MOVE ALS-CHANNEL TO ALG-CHANNEL
           MOVE ALS-ADDRESS TO ALG-ADDRESS
           MOVE WS-RA-AMOUNT TO ALG-AMOUNT
           MOVE WS-RA-BALANCE TO ALG-BALANCE
           PERFORM 2200-NOTE-SENT THRU 2200-EXIT
           WRITE ALERT-LOG-RECORD.
       6000-EXIT.
           EXIT.

       6100-MATCH-ONE-SENT.
           ADD 1 TO WS-SENT-SUB
           IF WS-SNT-ACCOUNT-ID (WS-SENT-SUB) = ALS-ACCOUNT-ID
               AND WS-SNT-CUSTOMER-ID (WS-SENT-SUB) = ALS-CUSTOMER-ID
               AND WS-SNT-ALERT-TYPE (WS-SENT-SUB) = ALS-ALERT-TYPE
               AND WS-SNT-REF-UID (WS-SENT-SUB) = WS-RA-REF-UID
               MOVE WS-SENT-SUB TO WS-SENT-HIT-SUB
           END-IF.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           DISPLAY 'ALERT WITHDRAWALS CHECKED: ' WS-WITHDRAWAL-COUNT
           DISPLAY 'CLOSING BALANCES CHECKED:  ' WS-SNAPSHOT-COUNT
           DISPLAY 'LOW-BALANCE ALERTS:        ' WS-LB-COUNT
           DISPLAY 'LARGE-WITHDRAWAL ALERTS:   ' WS-LW-COUNT
           DISPLAY 'ALREADY SENT, SKIPPED:     ' WS-RESENT-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-OUTBOUND-OPEN
               PERFORM 8800-WRITE-TRAILER THRU 8800-EXIT
               CLOSE ALERT-OUTBOUND
           END-IF
           IF WS-OPEN-OK
               CLOSE ALERT-LOG
               CLOSE ALERT-SUBSCRIPTION
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8800-WRITE-TRAILER - the control trailer as the vendor
      * file's last line, run number off the run-control file.
      *-----------------------------------------------------------*
       8800-WRITE-TRAILER.
           OPEN INPUT RUN-CONTROL
           IF WS-RC-OK
               PERFORM 8850-READ-ONE-RUN-RECORD THRU 8850-EXIT
                   UNTIL WS-END-OF-RUN-CONTROL
               CLOSE RUN-CONTROL
           END-IF
           MOVE '*TRAILER' TO XTL-TRAILER-TAG
               IN WS-EXTRACT-TRAILER
           MOVE WS-ALERT-COUNT TO XTL-RECORD-COUNT
               IN WS-EXTRACT-TRAILER
           MOVE WS-AMOUNT-TOTAL TO XTL-AMOUNT-TOTAL
               IN WS-EXTRACT-TRAILER
           MOVE WS-RUN-NUMBER TO XTL-RUN-NUMBER
               IN WS-EXTRACT-TRAILER
           WRITE ALERT-OUTBOUND-LINE FROM WS-EXTRACT-TRAILER.
       8800-EXIT.
           EXIT.

       8850-READ-ONE-RUN-RECORD.
           READ RUN-CONTROL
               AT END
                   SET WS-END-OF-RUN-CONTROL TO TRUE
               NOT AT END
                   MOVE RUN-NUMBER TO WS-RUN-NUMBER
           END-READ.
       8850-EXIT.
           EXIT.
