      *-----------------------------------------------------------*
      * PROGRAM:      PERGUARD
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Once-per-period run guard, CALLed by the month-end billing
      * and capitalization runs (FEEBATCH, INTCAP), the statement
      * cycle (ACCTSTMT) and the annual tax extract (TAXEXTR) -
      * the runs that bill, credit, or statement every customer a
      * second time if they run twice for one period.
      *
      * At start-up (function C) the period-run ledger (PERRUN) is
      * read for the calling program.  A period with no run on it
      * goes ahead.  A period already run is refused unless the
      * force card (RUNFORCE) names this program, this period, and
      * the latest run for it, and is signed by an active
      * supervisor on the user master; then the run goes ahead as
      * forced, and it is the caller's job to prove the prior
      * run's output backed out before it writes anything.  Every
      * refusal says why on the job log.
      *
      * At the end (function R) the run is appended to the ledger
      * with its totals and return code, forced runs carrying the
      * run they were forced over and who authorized it.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERGUARD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-RUN-LEDGER ASSIGN TO "PERRUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RUN-FORCE-CARD ASSIGN TO "RUNFORCE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FORCE-STATUS.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-RUN-LEDGER.
       COPY "perrun.cpy".

       FD  RUN-FORCE-CARD.
       COPY "runforce.cpy".

       FD  USER-MASTER.
       COPY "usrmst.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS         PIC X(02).
           88  WS-PL-OK                       VALUE '00'.
           88  WS-PL-NOT-FOUND                VALUE '35'.
       01  WS-FORCE-STATUS          PIC X(02).
           88  WS-FC-OK                       VALUE '00'.
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-LEDGER-EOF-SW         PIC X(01).
           88  WS-END-OF-LEDGER               VALUE 'Y'.
       01  WS-FORCE-CARD-SW         PIC X(01).
           88  WS-FORCE-CARD-READ             VALUE 'Y'.
       01  WS-LAST-RUN-NUMBER       PIC 9(05).
       01  WS-PRIOR-DISPLAY         PIC Z(04)9.

       LINKAGE SECTION.
       COPY "perguard.cpy".

       PROCEDURE DIVISION USING PERIOD-GUARD-PARM.
       Main-Process.
           IF PGD-RECORD-RUN
               PERFORM 5000-RECORD-RUN THRU 5000-EXIT
           ELSE
               PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * 2000-CHECK-PERIOD - has this program run for the period?
      * The ledger gives this run its number (one past the
      * program's last) and the latest earlier run for the
      * period, if any.  No ledger yet means nothing has run.
      *-----------------------------------------------------------*
       2000-CHECK-PERIOD.
           SET PGD-FIRST-RUN TO TRUE
           MOVE ZERO TO WS-LAST-RUN-NUMBER
           MOVE ZERO TO PGD-PRIOR-RUN
           MOVE ZERO TO PGD-PRIOR-BUS-DATE
           MOVE SPACES TO PGD-AUTHORIZED-BY
           OPEN INPUT PERIOD-RUN-LEDGER
           IF WS-PL-OK
               MOVE 'N' TO WS-LEDGER-EOF-SW
               PERFORM 2100-READ-ONE-LEDGER-ENTRY THRU 2100-EXIT
                   UNTIL WS-END-OF-LEDGER
               CLOSE PERIOD-RUN-LEDGER
           ELSE
               IF NOT WS-PL-NOT-FOUND
                   DISPLAY 'PERIOD-RUN LEDGER UNAVAILABLE, STATUS '
                       WS-LEDGER-STATUS ' - RUN REFUSED'
                   SET PGD-REFUSED TO TRUE
                   GO TO 2000-EXIT
               END-IF
           END-IF
           COMPUTE PGD-RUN-NUMBER = WS-LAST-RUN-NUMBER + 1
           IF PGD-PRIOR-RUN = ZERO
               GO TO 2000-EXIT
           END-IF
           MOVE PGD-PRIOR-RUN TO WS-PRIOR-DISPLAY
           DISPLAY PGD-PROGRAM-NAME ' ALREADY RAN FOR PERIOD '
               PGD-PERIOD ' AS RUN ' WS-PRIOR-DISPLAY
               ' ON BUSINESS DATE ' PGD-PRIOR-BUS-DATE
           PERFORM 3000-CHECK-FORCE-CARD THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-ONE-LEDGER-ENTRY.
           READ PERIOD-RUN-LEDGER
               AT END
                   SET WS-END-OF-LEDGER TO TRUE
               NOT AT END
                   IF PRL-PROGRAM-NAME = PGD-PROGRAM-NAME
                       IF PRL-RUN-NUMBER > WS-LAST-RUN-NUMBER
                           MOVE PRL-RUN-NUMBER
                               TO WS-LAST-RUN-NUMBER
                       END-IF
                       IF PRL-PERIOD = PGD-PERIOD
                           AND PRL-RUN-NUMBER > PGD-PRIOR-RUN
                           MOVE PRL-RUN-NUMBER TO PGD-PRIOR-RUN
                           MOVE PRL-BUSINESS-DATE
                               TO PGD-PRIOR-BUS-DATE
                       END-IF
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CHECK-FORCE-CARD - a rerun goes only on a force card
      * for this program and period naming the latest run for
      * it, signed by an active supervisor.  Anything less is a
      * refusal.
      *-----------------------------------------------------------*
       3000-CHECK-FORCE-CARD.
           SET PGD-REFUSED TO TRUE
           MOVE 'N' TO WS-FORCE-CARD-SW
           OPEN INPUT RUN-FORCE-CARD
           IF WS-FC-OK
               READ RUN-FORCE-CARD
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-FORCE-CARD-READ TO TRUE
               END-READ
               CLOSE RUN-FORCE-CARD
           END-IF
           IF NOT WS-FORCE-CARD-READ
               DISPLAY 'NO FORCE CARD - RERUN REFUSED'
               GO TO 3000-EXIT
           END-IF
           IF RFC-PROGRAM-NAME NOT = PGD-PROGRAM-NAME
               OR RFC-PERIOD NOT = PGD-PERIOD
               DISPLAY 'FORCE CARD IS FOR ' RFC-PROGRAM-NAME
                   ' PERIOD ' RFC-PERIOD ' - RERUN REFUSED'
               GO TO 3000-EXIT
           END-IF
           IF RFC-PRIOR-RUN NOT NUMERIC
               OR RFC-PRIOR-RUN NOT = PGD-PRIOR-RUN
               DISPLAY 'FORCE CARD DOES NOT NAME THE LATEST RUN '
                   'FOR THE PERIOD - RERUN REFUSED'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-VERIFY-SUPERVISOR THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-VERIFY-SUPERVISOR - the user named on the card must
      * be on the user master, active, and hold supervisor
      * access.
      *-----------------------------------------------------------*
       3100-VERIFY-SUPERVISOR.
           OPEN INPUT USER-MASTER
           IF NOT WS-UM-OK
               DISPLAY 'USER MASTER UNAVAILABLE - RERUN REFUSED'
               GO TO 3100-EXIT
           END-IF
           MOVE RFC-AUTHORIZED-BY TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   DISPLAY 'FORCE CARD AUTHORIZER NOT ON FILE - '
                       'RERUN REFUSED'
               NOT INVALID KEY
                   IF USR-ACTIVE AND USR-SUPERVISOR
                       SET PGD-FORCED-RUN TO TRUE
                       MOVE RFC-AUTHORIZED-BY TO PGD-AUTHORIZED-BY
                       DISPLAY 'RERUN FORCED BY ' RFC-AUTHORIZED-BY
                   ELSE
                       DISPLAY 'FORCE CARD AUTHORIZER IS NOT AN '
                           'ACTIVE SUPERVISOR - RERUN REFUSED'
                   END-IF
           END-READ
           CLOSE USER-MASTER.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-RECORD-RUN - the run onto the ledger.  A ledger that
      * cannot be written leaves the outcome as it was, and the
      * caller warns.
      *-----------------------------------------------------------*
       5000-RECORD-RUN.
           OPEN EXTEND PERIOD-RUN-LEDGER
           IF WS-PL-NOT-FOUND
               OPEN OUTPUT PERIOD-RUN-LEDGER
           END-IF
           IF NOT WS-PL-OK
               DISPLAY 'PERIOD-RUN LEDGER UNAVAILABLE, STATUS '
                   WS-LEDGER-STATUS
               GO TO 5000-EXIT
           END-IF
           MOVE PGD-PROGRAM-NAME TO PRL-PROGRAM-NAME
           MOVE PGD-PERIOD TO PRL-PERIOD
           MOVE PGD-RUN-NUMBER TO PRL-RUN-NUMBER
           MOVE PGD-BUSINESS-DATE TO PRL-BUSINESS-DATE
           ACCEPT PRL-COMPLETED-DATE FROM DATE YYYYMMDD
           ACCEPT PRL-COMPLETED-TIME FROM TIME
           MOVE PGD-RECORD-COUNT TO PRL-RECORD-COUNT
           MOVE PGD-AMOUNT-TOTAL TO PRL-AMOUNT-TOTAL
           MOVE PGD-RETURN-CODE TO PRL-RETURN-CODE
           IF PGD-FORCED-RUN
               SET PRL-FORCED TO TRUE
               MOVE PGD-PRIOR-RUN TO PRL-FORCED-OVER-RUN
               MOVE PGD-AUTHORIZED-BY TO PRL-AUTHORIZED-BY
           ELSE
               SET PRL-COMPLETED TO TRUE
               MOVE ZERO TO PRL-FORCED-OVER-RUN
               MOVE SPACES TO PRL-AUTHORIZED-BY
           END-IF
           WRITE PERIOD-RUN-RECORD
           IF WS-PL-OK
               SET PGD-RECORDED TO TRUE
           END-IF
           CLOSE PERIOD-RUN-LEDGER.
       5000-EXIT.
           EXIT.
