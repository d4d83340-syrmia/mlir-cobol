      *-----------------------------------------------------------*
      * PROGRAM:      WIREREL
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Outbound wire release, the second half of the dual control
      * begun by WIREENT.  The releasing user must be signed on,
      * an active supervisor on the user master, and somebody
      * other than the teller who took the wire.  LIST shows the
      * wires awaiting release; RELEASE re-screens the account
      * holder and the beneficiary against the watch list (a hit
      * stops the wire and is raised on the review queue), then
      * writes the wire to the outbound wire file (WIREOUT.CPY)
      * and loads the WD on channel WR under the UID reserved at
      * entry.  The WD carries the supervisor override, since
      * the money has already gone.  The reservation hold is
      * given today's release date, so the posting run that posts
      * the WD drops it as it loads the holds.  A wire taken on
      * an earlier day is past its cutoff and is left for WIRECUT
      * to cancel.
      *
      * No wire is released while the posting run is under way (a
      * line on POSTRUN): TRANPOST writes the hold file back from
      * its own table at end of run, so a reservation released
      * meanwhile would be put back and never cleared.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  New watch-list hits are written with
      *                    the disposition date zero.
      *   2026-10-15  RLB  The operator must be entitled to
      *                    WIREREL on the entitlements table
      *                    (ENTCHECK) as well as signed on.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through HOLDWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02; money work
      *                    fields widened.
      *   2026-10-15  RLB  Only the wire's own reservation is
      *                    released; a legal-order hold under the
      *                    same number is left alone.
      *   2026-10-15  RLB  No wire is released while the posting
      *                    run is under way (POSTRUN).
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIREREL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-REQUEST-FILE ASSIGN TO "WIREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRQ-UID
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT WIRE-OUT-FILE ASSIGN TO "WIREOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT WATCH-LIST ASSIGN TO "WATCHLST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIST-STATUS.
           SELECT WATCH-QUEUE ASSIGN TO "WLQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT ACTIVE-SESSION ASSIGN TO "SESSION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-USERNAME
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-STATUS.
           SELECT POSTING-RUN ASSIGN TO "POSTRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-RUN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIRE-REQUEST-FILE.
       COPY "wirereq.cpy".

       FD  WIRE-OUT-FILE.
       COPY "wireout.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "holdfile.cpy".

       FD  WATCH-LIST.
       COPY "watchlst.cpy".

       FD  WATCH-QUEUE.
       COPY "wlqueue.cpy".

       FD  ACTIVE-SESSION.
       COPY "session.cpy".

       FD  USER-MASTER.
       COPY "usrmst.cpy".

       FD  POSTING-RUN.
       COPY "postrun.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS        PIC X(02).
           88  WS-RQ-OK                       VALUE '00'.
           88  WS-RQ-NOT-FOUND                VALUE '35'.
       01  WS-OUT-STATUS            PIC X(02).
           88  WS-WO-OK                       VALUE '00'.
           88  WS-WO-NOT-FOUND                VALUE '35'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-HOLD-FILE-STATUS      PIC X(02).
           88  WS-HF-OK                       VALUE '00'.
           88  WS-HF-NOT-FOUND                VALUE '35'.
       01  WS-LIST-STATUS           PIC X(02).
           88  WS-WL-OK                       VALUE '00'.
       01  WS-QUEUE-STATUS          PIC X(02).
           88  WS-WQ-OK                       VALUE '00'.
           88  WS-WQ-NOT-FOUND                VALUE '35'.
       01  WS-SESSION-STATUS        PIC X(02).
           88  WS-SES-OK                      VALUE '00'.
       01  WS-USER-STATUS           PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-POSTING-RUN-STATUS    PIC X(02).
           88  WS-PR-OK                       VALUE '00'.
       01  WS-POSTING-RUN-SW        PIC X(01) VALUE 'N'.
           88  WS-POSTING-UNDER-WAY           VALUE 'Y'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-SUPERVISOR-SW         PIC X(01) VALUE 'N'.
           88  WS-SUPERVISOR-OK               VALUE 'Y'.
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-LIST                 VALUE 'Y'.
       01  WS-QUEUE-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-QUEUE                VALUE 'Y'.
       01  WS-REQUEST-EOF-SW        PIC X(01).
           88  WS-END-OF-REQUESTS             VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X(01).
           88  WS-END-OF-HOLDS                VALUE 'Y'.
       01  WS-LIST-HIT-SW           PIC X(01).
           88  WS-LIST-HIT                    VALUE 'Y'.
       01  WS-HOLD-FOUND-SW         PIC X(01).
           88  WS-HOLD-FOUND                  VALUE 'Y'.
       01  WS-HOLD-OVERFLOW-SW      PIC X(01).
           88  WS-HOLD-OVERFLOW               VALUE 'Y'.
       01  WS-COMMAND               PIC X(08).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-NEXT-HIT-ID           PIC 9(05) VALUE 1.
       01  WS-PENDING-COUNT         PIC 9(05).
       01  WS-RELEASED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-CONFIRM               PIC X(01).
       01  WS-SCREEN-NAME           PIC X(30).
       01  WS-LIST-SUB              PIC 9(04).
       01  WS-LIST-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-LIST-TABLE.
           05  WS-LIST-ENTRY OCCURS 500 TIMES.
               10  WS-WLT-ENTRY-ID     PIC 9(05).
               10  WS-WLT-NAME         PIC X(30).
       01  WS-HOLD-SUB              PIC 9(04).
       01  WS-HOLD-TABLE-ENTRIES    PIC 9(04) VALUE ZERO.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HLD-ACCOUNT-ID   PIC 9(07).
               10  WS-HLD-UID          PIC 9(05).
               10  WS-HLD-AMOUNT       PIC 9(11)V9(02).
               10  WS-HLD-RELEASE-DT   PIC 9(08).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK AND WS-SUPERVISOR-OK
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - nothing is released without a watch
      * list to re-screen against; the releaser must be a signed-
      * on, active supervisor.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT WATCH-LIST
           IF NOT WS-WL-OK
               DISPLAY 'NO WATCH LIST ON FILE - WIRES CANNOT BE '
                   'RELEASED'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-ONE-LIST-ENTRY THRU 1100-EXIT
               UNTIL WS-END-OF-LIST
           CLOSE WATCH-LIST
           OPEN I-O WIRE-REQUEST-FILE
           IF WS-RQ-NOT-FOUND
               DISPLAY 'No wire requests on file - nothing to '
                   'release.'
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O TRANSACTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT ACTIVE-SESSION
           OPEN INPUT USER-MASTER
           IF NOT WS-RQ-OK OR NOT WS-TF-OK OR NOT WS-AF-OK
               OR NOT WS-SES-OK OR NOT WS-UM-OK
               DISPLAY 'UNABLE TO OPEN WIRE RELEASE FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-CHECK-SUPERVISOR THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-LIST-ENTRY.
           READ WATCH-LIST
               AT END
                   SET WS-END-OF-LIST TO TRUE
               NOT AT END
                   IF WS-LIST-TABLE-ENTRIES < 500
                       ADD 1 TO WS-LIST-TABLE-ENTRIES
                       MOVE WS-LIST-TABLE-ENTRIES TO WS-LIST-SUB
                       MOVE WLS-ENTRY-ID TO
                           WS-WLT-ENTRY-ID (WS-LIST-SUB)
                       MOVE WLS-NAME TO WS-WLT-NAME (WS-LIST-SUB)
                   ELSE
                       DISPLAY 'WATCH LIST EXCEEDS TABLE - '
                           'SCREENING INCOMPLETE'
                       MOVE 20 TO RETURN-CODE
                       SET WS-END-OF-LIST TO TRUE
                   END-IF
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1200-CHECK-SUPERVISOR - signed on through LOGINCHECK, and
      * an active supervisor on the user master.
      *-----------------------------------------------------------*
       1200-CHECK-SUPERVISOR.
           DISPLAY 'Releasing supervisor username: '
           ACCEPT WS-OPERATOR
           MOVE WS-OPERATOR TO SES-USERNAME
           READ ACTIVE-SESSION
               INVALID KEY
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
                   GO TO 1200-EXIT
           END-READ
           MOVE WS-OPERATOR TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'Releaser not on the user master.'
                   GO TO 1200-EXIT
           END-READ
           IF USR-SUPERVISOR AND USR-ACTIVE
               SET WS-SUPERVISOR-OK TO TRUE
           ELSE
               DISPLAY 'Only an active supervisor may release a '
                   'wire.'
           END-IF
           IF WS-SUPERVISOR-OK
               MOVE SPACES TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   MOVE 'N' TO WS-SUPERVISOR-SW
               END-IF
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run WIREREL, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'WIREREL' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run WIREREL.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in WIREREL.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1300-CHECK-POSTING-RUN - a line on the posting-run file
      * means TRANPOST has the hold file; no wire is released
      * until it is done.
      *-----------------------------------------------------------*
       1300-CHECK-POSTING-RUN.
           MOVE 'N' TO WS-POSTING-RUN-SW
           OPEN INPUT POSTING-RUN
           IF NOT WS-PR-OK
               GO TO 1300-EXIT
           END-IF
           READ POSTING-RUN
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-POSTING-UNDER-WAY TO TRUE
           END-READ
           CLOSE POSTING-RUN.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (LIST/RELEASE/EXIT): '
           ACCEPT WS-COMMAND
           EVALUATE WS-COMMAND
               WHEN 'LIST'
                   PERFORM 3000-LIST-PENDING THRU 3000-EXIT
               WHEN 'RELEASE'
                   PERFORM 4000-RELEASE-WIRE THRU 4000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LIST-PENDING - every wire awaiting release.
      *-----------------------------------------------------------*
       3000-LIST-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT
           MOVE 'N' TO WS-REQUEST-EOF-SW
           MOVE ZERO TO WRQ-UID
           START WIRE-REQUEST-FILE KEY IS NOT LESS THAN WRQ-UID
               INVALID KEY
                   SET WS-END-OF-REQUESTS TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-REQUEST THRU 3100-EXIT
               UNTIL WS-END-OF-REQUESTS
           DISPLAY 'Wires awaiting release: ' WS-PENDING-COUNT.
       3000-EXIT.
           EXIT.

       3100-LIST-ONE-REQUEST.
           READ WIRE-REQUEST-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-REQUESTS TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT WRQ-PENDING
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           DISPLAY WRQ-UID ' ' WRQ-ACCOUNT-ID ' ' WRQ-AMOUNT ' '
               WRQ-ENTRY-DATE ' ' WRQ-ENTERED-BY
           DISPLAY '    TO ' WRQ-BENEFICIARY-NAME.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RELEASE-WIRE - the checks the second pair of eyes
      * exists for, then the wire goes.
      *-----------------------------------------------------------*
       4000-RELEASE-WIRE.
           PERFORM 1300-CHECK-POSTING-RUN THRU 1300-EXIT
           IF WS-POSTING-UNDER-WAY
               DISPLAY 'Posting run in progress - release the wire '
                   'after posting.'
               GO TO 4000-EXIT
           END-IF
           DISPLAY 'Wire UID: '
           ACCEPT WRQ-UID
           READ WIRE-REQUEST-FILE
               INVALID KEY
                   DISPLAY 'Wire request not found.'
                   GO TO 4000-EXIT
           END-READ
           IF NOT WRQ-PENDING
               DISPLAY 'Wire is not awaiting release.'
               GO TO 4000-EXIT
           END-IF
           IF WRQ-ENTRY-DATE < WS-TODAY-DATE
               DISPLAY 'Wire is past its cutoff and will be '
                   'cancelled.'
               GO TO 4000-EXIT
           END-IF
           IF WRQ-ENTERED-BY = WS-OPERATOR
               DISPLAY 'A wire must be released by someone other '
                   'than the teller who took it.'
               GO TO 4000-EXIT
           END-IF
           MOVE WRQ-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Account not found - wire not released.'
                   GO TO 4000-EXIT
           END-READ
           IF NOT ACCT-STATUS-OPEN
               DISPLAY 'Account is no longer open - wire not '
                   'released.'
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-LIST-HIT-SW
           MOVE ACCT-ACCOUNT-HOLDER TO WS-SCREEN-NAME
           PERFORM 6000-MATCH-AGAINST-LIST THRU 6000-EXIT
           MOVE WRQ-BENEFICIARY-NAME TO WS-SCREEN-NAME
           PERFORM 6000-MATCH-AGAINST-LIST THRU 6000-EXIT
           IF WS-LIST-HIT
               DISPLAY 'Watch-list match - wire not released; '
                   'referred for review.'
               GO TO 4000-EXIT
           END-IF
           DISPLAY 'Release ' WRQ-AMOUNT ' to '
               WRQ-BENEFICIARY-NAME '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Wire not released.'
               GO TO 4000-EXIT
           END-IF
           PERFORM 1300-CHECK-POSTING-RUN THRU 1300-EXIT
           IF WS-POSTING-UNDER-WAY
               DISPLAY 'Posting run in progress - release the wire '
                   'after posting.'
               GO TO 4000-EXIT
           END-IF
           PERFORM 4050-OPEN-OUTBOUND THRU 4050-EXIT
           IF NOT WS-WO-OK
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-WRITE-WITHDRAWAL THRU 4100-EXIT
           IF NOT WS-TF-OK
               CLOSE WIRE-OUT-FILE
               GO TO 4000-EXIT
           END-IF
           PERFORM 4200-WRITE-OUTBOUND THRU 4200-EXIT
           PERFORM 7000-RELEASE-RESERVATION THRU 7000-EXIT
           SET WRQ-RELEASED TO TRUE
           MOVE WS-OPERATOR TO WRQ-RELEASED-BY
           MOVE WS-TODAY-DATE TO WRQ-RELEASE-DATE
           REWRITE WIRE-REQUEST-RECORD
           ADD 1 TO WS-RELEASED-COUNT
           DISPLAY 'Wire ' WRQ-UID ' released.'.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4050-OPEN-OUTBOUND - the outbound wire file is opened
      * before anything is written, so a wire is never posted
      * that the terminal will not see.
      *-----------------------------------------------------------*
       4050-OPEN-OUTBOUND.
           OPEN EXTEND WIRE-OUT-FILE
           IF WS-WO-NOT-FOUND
               OPEN OUTPUT WIRE-OUT-FILE
           END-IF
           IF NOT WS-WO-OK
               DISPLAY 'UNABLE TO OPEN OUTBOUND WIRE FILE, STATUS '
                   WS-OUT-STATUS
               MOVE 20 TO RETURN-CODE
           END-IF.
       4050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-WRITE-WITHDRAWAL - the WD under the reserved UID,
      * already logged on UIDSEQ by WIREENT.
      *-----------------------------------------------------------*
       4100-WRITE-WITHDRAWAL.
           MOVE WRQ-UID TO UID
           MOVE SPACES TO DESC
           STRING 'WIRE OUT ' WRQ-BENEFICIARY-NAME
               DELIMITED BY SIZE INTO DESC
           MOVE 'WD' TO TRAN-TYPE
           MOVE WRQ-AMOUNT TO AMOUNT
           MOVE WRQ-ACCOUNT-ID TO ACCOUNT-ID
           MOVE ZERO TO START-BALANCE
           MOVE ZERO TO END-BALANCE
           MOVE ZERO TO REVERSAL-OF-UID
           MOVE ZERO TO TRANSFER-PAIR-UID
           MOVE WS-TODAY-DATE TO TRAN-LOAD-DATE
           MOVE ZERO TO TRAN-POST-DATE
           MOVE '0' TO TRAN-AVAIL-CLASS
           MOVE WRQ-ENTERED-BY TO TRAN-ENTERED-BY
           MOVE WRQ-ENTRY-TIME TO TRAN-ENTRY-TIME
           MOVE SPACES TO TRAN-CURRENCY-CODE
           MOVE ZERO TO TRAN-FX-RATE
           SET TRAN-CHANNEL-WIRE TO TRUE
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           SET TRAN-SUPERVISOR-OVERRIDE TO TRUE
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   DISPLAY 'UID COLLISION, WIRE NOT RELEASED: ' UID
           END-WRITE.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4200-WRITE-OUTBOUND - onto the outbound wire file for the
      * funds-transfer terminal.
      *-----------------------------------------------------------*
       4200-WRITE-OUTBOUND.
           MOVE WRQ-UID TO WOT-UID
           MOVE WRQ-ACCOUNT-ID TO WOT-ACCOUNT-ID
           MOVE ACCT-ACCOUNT-HOLDER TO WOT-ORIGINATOR-NAME
           MOVE WRQ-AMOUNT TO WOT-AMOUNT
           MOVE WRQ-BENEFICIARY-NAME TO WOT-BENEFICIARY-NAME
           MOVE WRQ-BENEFICIARY-ROUTING TO WOT-BENEFICIARY-ROUTING
           MOVE WRQ-BENEFICIARY-ACCOUNT TO WOT-BENEFICIARY-ACCOUNT
           MOVE WRQ-BENEFICIARY-BANK TO WOT-BENEFICIARY-BANK
           MOVE WRQ-ENTERED-BY TO WOT-ENTERED-BY
           MOVE WS-OPERATOR TO WOT-RELEASED-BY
           MOVE WS-TODAY-DATE TO WOT-RELEASE-DATE
           WRITE WIRE-OUT-RECORD
           CLOSE WIRE-OUT-FILE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-MATCH-AGAINST-LIST - one name against the whole
      * list, the same exact match WLSCREEN makes.
      *-----------------------------------------------------------*
       6000-MATCH-AGAINST-LIST.
           MOVE ZERO TO WS-LIST-SUB
           PERFORM 6100-TEST-ONE-ENTRY THRU 6100-EXIT
               UNTIL WS-LIST-SUB = WS-LIST-TABLE-ENTRIES.
       6000-EXIT.
           EXIT.

       6100-TEST-ONE-ENTRY.
           ADD 1 TO WS-LIST-SUB
           IF WS-SCREEN-NAME = WS-WLT-NAME (WS-LIST-SUB)
               AND WS-SCREEN-NAME NOT = SPACES
               SET WS-LIST-HIT TO TRUE
               PERFORM 6200-RAISE-HIT THRU 6200-EXIT
           END-IF.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6200-RAISE-HIT - onto the watch-list review queue against
      * the account, numbered past the highest hit on file.
      *-----------------------------------------------------------*
       6200-RAISE-HIT.
           MOVE 1 TO WS-NEXT-HIT-ID
           MOVE 'N' TO WS-QUEUE-EOF-SW
           OPEN INPUT WATCH-QUEUE
           IF WS-WQ-OK
               PERFORM 6250-READ-ONE-HIT THRU 6250-EXIT
                   UNTIL WS-END-OF-QUEUE
               CLOSE WATCH-QUEUE
           END-IF
           OPEN EXTEND WATCH-QUEUE
           IF WS-WQ-NOT-FOUND
               OPEN OUTPUT WATCH-QUEUE
           END-IF
           MOVE WS-NEXT-HIT-ID TO WLH-HIT-ID
           MOVE ZERO TO WLH-CUSTOMER-ID
           MOVE WRQ-ACCOUNT-ID TO WLH-ACCOUNT-ID
           MOVE ZERO TO WLH-UID
           MOVE WS-SCREEN-NAME TO WLH-MATCHED-NAME
           MOVE WS-WLT-ENTRY-ID (WS-LIST-SUB)
               TO WLH-LIST-ENTRY-ID
           MOVE WS-TODAY-DATE TO WLH-HIT-DATE
           SET WLH-OPEN TO TRUE
           MOVE SPACES TO WLH-DISPOSED-BY
           MOVE SPACES TO WLH-DISPOSITION-CODE
           MOVE ZERO TO WLH-DISPOSED-DATE
           WRITE WATCH-HIT-RECORD
           CLOSE WATCH-QUEUE.
       6200-EXIT.
           EXIT.

       6250-READ-ONE-HIT.
           READ WATCH-QUEUE
               AT END
                   SET WS-END-OF-QUEUE TO TRUE
               NOT AT END
                   IF WLH-HIT-ID NOT < WS-NEXT-HIT-ID
                       COMPUTE WS-NEXT-HIT-ID = WLH-HIT-ID + 1
                   END-IF
           END-READ.
       6250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-RELEASE-RESERVATION - the hold file is read whole
      * into a table, the wire's hold given today's release date,
      * and the file written back, the way TRANPOST writes its
      * holds back at the end of a run.  A file too big for the
      * table is left as it stands; the hold then clears only
      * when the next posting run is told about it.
      *-----------------------------------------------------------*
       7000-RELEASE-RESERVATION.
           MOVE ZERO TO WS-HOLD-TABLE-ENTRIES
           MOVE 'N' TO WS-HOLD-FOUND-SW
           MOVE 'N' TO WS-HOLD-OVERFLOW-SW
           MOVE 'N' TO WS-HOLD-EOF-SW
           OPEN INPUT FUNDS-HOLD-FILE
           IF NOT WS-HF-OK
               DISPLAY 'No reservation on the hold file for wire '
                   WRQ-UID
               GO TO 7000-EXIT
           END-IF
           PERFORM 7100-LOAD-ONE-HOLD THRU 7100-EXIT
               UNTIL WS-END-OF-HOLDS
           CLOSE FUNDS-HOLD-FILE
           IF WS-HOLD-OVERFLOW
               DISPLAY 'HOLD FILE EXCEEDS TABLE - RESERVATION FOR '
                   'WIRE ' WRQ-UID ' NOT RELEASED'
               MOVE 20 TO RETURN-CODE
               GO TO 7000-EXIT
           END-IF
           IF NOT WS-HOLD-FOUND
               DISPLAY 'No reservation on the hold file for wire '
                   WRQ-UID
               GO TO 7000-EXIT
           END-IF
           OPEN OUTPUT FUNDS-HOLD-FILE
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 7200-WRITE-ONE-HOLD THRU 7200-EXIT
               UNTIL WS-HOLD-SUB = WS-HOLD-TABLE-ENTRIES
           CLOSE FUNDS-HOLD-FILE.
       7000-EXIT.
           EXIT.

       7100-LOAD-ONE-HOLD.
           READ FUNDS-HOLD-FILE
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
                   GO TO 7100-EXIT
           END-READ
           CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
           IF WS-HOLD-TABLE-ENTRIES = 500
               SET WS-HOLD-OVERFLOW TO TRUE
               SET WS-END-OF-HOLDS TO TRUE
               GO TO 7100-EXIT
           END-IF
           ADD 1 TO WS-HOLD-TABLE-ENTRIES
           MOVE WS-HOLD-TABLE-ENTRIES TO WS-HOLD-SUB
           MOVE HLD-ACCOUNT-ID TO WS-HLD-ACCOUNT-ID (WS-HOLD-SUB)
           MOVE HLD-UID TO WS-HLD-UID (WS-HOLD-SUB)
           MOVE HLD-AMOUNT TO WS-HLD-AMOUNT (WS-HOLD-SUB)
           MOVE HLD-RELEASE-DATE TO WS-HLD-RELEASE-DT (WS-HOLD-SUB)
           IF HLD-UID = WRQ-UID
               AND HLD-ACCOUNT-ID = WRQ-ACCOUNT-ID
               AND HLD-WIRE-RESERVATION
               MOVE WS-TODAY-DATE TO
                   WS-HLD-RELEASE-DT (WS-HOLD-SUB)
               SET WS-HOLD-FOUND TO TRUE
           END-IF.
       7100-EXIT.
           EXIT.

       7200-WRITE-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB
           MOVE WS-HLD-ACCOUNT-ID (WS-HOLD-SUB) TO HLD-ACCOUNT-ID
           MOVE WS-HLD-UID (WS-HOLD-SUB) TO HLD-UID
           MOVE WS-HLD-AMOUNT (WS-HOLD-SUB) TO HLD-AMOUNT
           MOVE ZERO TO HLD-V1-AMOUNT
           SET HLD-RECORD-VERSION-2 TO TRUE
           MOVE WS-HLD-RELEASE-DT (WS-HOLD-SUB) TO HLD-RELEASE-DATE
           WRITE FUNDS-HOLD-RECORD.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-OPEN-OK
               DISPLAY 'Wires released: ' WS-RELEASED-COUNT
               CLOSE WIRE-REQUEST-FILE
               CLOSE TRANSACTION-FILE
               CLOSE ACCOUNT-MASTER
               CLOSE ACTIVE-SESSION
               CLOSE USER-MASTER
           END-IF.
       9000-EXIT.
           EXIT.
