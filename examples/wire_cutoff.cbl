      *-----------------------------------------------------------*
      * PROGRAM:      WIRECUT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Outbound wire cutoff, scheduled at the close of the wire
      * window.  Every wire request (WIREREQ.CPY) still pending -
      * taken through WIREENT but never released by a supervisor
      * through WIREREL - is cancelled, and its reservation is
      * undone: the hold under its UID comes off HOLDFILE and the
      * amount goes back onto the account's available balance.
      * The hold file is read whole into a table and written back
      * the way TRANPOST writes it; one too big for the table is
      * left untouched and the run ends in error before any
      * request is cancelled.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through HOLDWIDE so old-
      *                    layout records are accepted; records
      *                    written as version 02; money work
      *                    fields widened.
      *   2026-10-15  RLB  Only the wire's own reservation is
      *                    dropped; a legal-order hold under the
      *                    same number is left alone.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WIRECUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WIRE-REQUEST-FILE ASSIGN TO "WIREREQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRQ-UID
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT FUNDS-HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WIRE-REQUEST-FILE.
       COPY "wirereq.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  FUNDS-HOLD-FILE.
       COPY "holdfile.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-REQUEST-STATUS        PIC X(02).
           88  WS-RQ-OK                       VALUE '00'.
           88  WS-RQ-NOT-FOUND                VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-HOLD-FILE-STATUS      PIC X(02).
           88  WS-HF-OK                       VALUE '00'.
           88  WS-HF-NOT-FOUND                VALUE '35'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-REQUEST-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-REQUESTS             VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-HOLDS                VALUE 'Y'.
       01  WS-HOLDS-LOADED-SW       PIC X(01) VALUE 'N'.
           88  WS-HOLDS-LOADED                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CANCELLED-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-CANCELLED-AMOUNT      PIC 9(08)V9(02) VALUE ZERO.
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
           IF WS-RUN-OK
               PERFORM 2000-CANCEL-ONE-REQUEST THRU 2000-EXIT
                   UNTIL WS-END-OF-REQUESTS
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - no request file means no wire was ever
      * taken; the holds are loaded before anything is cancelled.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O WIRE-REQUEST-FILE
           IF WS-RQ-NOT-FOUND
               DISPLAY 'NO WIRE REQUESTS ON FILE - NOTHING TO CANCEL'
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF NOT WS-RQ-OK OR NOT WS-AF-OK
               DISPLAY 'UNABLE TO OPEN WIRE CUTOFF FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT FUNDS-HOLD-FILE
           IF WS-HF-OK
               PERFORM 1100-LOAD-ONE-HOLD THRU 1100-EXIT
                   UNTIL WS-END-OF-HOLDS
               CLOSE FUNDS-HOLD-FILE
           END-IF
           IF NOT WS-RUN-OK
               GO TO 1000-EXIT
           END-IF
           SET WS-HOLDS-LOADED TO TRUE
           MOVE ZERO TO WRQ-UID
           START WIRE-REQUEST-FILE KEY IS NOT LESS THAN WRQ-UID
               INVALID KEY
                   SET WS-END-OF-REQUESTS TO TRUE
           END-START.
       1000-EXIT.
           EXIT.

       1100-LOAD-ONE-HOLD.
           READ FUNDS-HOLD-FILE
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
                   GO TO 1100-EXIT
           END-READ
           CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
           IF WS-HOLD-TABLE-ENTRIES = 500
               DISPLAY 'HOLD FILE EXCEEDS TABLE - NO WIRES CANCELLED'
               MOVE 20 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               SET WS-END-OF-HOLDS TO TRUE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-HOLD-TABLE-ENTRIES
           MOVE WS-HOLD-TABLE-ENTRIES TO WS-HOLD-SUB
           MOVE HLD-ACCOUNT-ID TO WS-HLD-ACCOUNT-ID (WS-HOLD-SUB)
           MOVE HLD-UID TO WS-HLD-UID (WS-HOLD-SUB)
           MOVE HLD-AMOUNT TO WS-HLD-AMOUNT (WS-HOLD-SUB)
           MOVE HLD-RELEASE-DATE TO WS-HLD-RELEASE-DT (WS-HOLD-SUB).
       1100-EXIT.
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
      * 2000-CANCEL-ONE-REQUEST - a pending wire is cancelled, its
      * hold emptied in the table (and so not written back), and
      * its amount returned to the available balance.
      *-----------------------------------------------------------*
       2000-CANCEL-ONE-REQUEST.
           READ WIRE-REQUEST-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-REQUESTS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT WRQ-PENDING
               GO TO 2000-EXIT
           END-IF
           SET WRQ-CANCELLED TO TRUE
           MOVE WS-TODAY-DATE TO WRQ-CANCEL-DATE
           REWRITE WIRE-REQUEST-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO CANCEL WIRE ' WRQ-UID
                   MOVE 20 TO RETURN-CODE
                   GO TO 2000-EXIT
           END-REWRITE
           ADD 1 TO WS-CANCELLED-COUNT
           ADD WRQ-AMOUNT TO WS-CANCELLED-AMOUNT
           DISPLAY 'WIRE ' WRQ-UID ' CANCELLED AT CUTOFF, ACCOUNT '
               WRQ-ACCOUNT-ID ' AMOUNT ' WRQ-AMOUNT
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 2100-DROP-ONE-HOLD THRU 2100-EXIT
               UNTIL WS-HOLD-SUB = WS-HOLD-TABLE-ENTRIES
           MOVE WRQ-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ
           IF ACCT-UNCLEARED-TOTAL < WRQ-AMOUNT
               MOVE ZERO TO ACCT-UNCLEARED-TOTAL
           ELSE
               SUBTRACT WRQ-AMOUNT FROM ACCT-UNCLEARED-TOTAL
           END-IF
           COMPUTE ACCT-AVAILABLE-BALANCE =
               ACCT-LEDGER-BALANCE - ACCT-UNCLEARED-TOTAL
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RESTORE AVAILABLE BALANCE FOR '
                       ACCT-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
           END-REWRITE.
       2000-EXIT.
           EXIT.

       2100-DROP-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB
           IF WS-HLD-UID (WS-HOLD-SUB) = WRQ-UID
               AND WS-HLD-ACCOUNT-ID (WS-HOLD-SUB) = WRQ-ACCOUNT-ID
               AND WS-HLD-RELEASE-DT (WS-HOLD-SUB) = 99999999
               MOVE ZERO TO WS-HLD-AMOUNT (WS-HOLD-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8700-WRITE-FUNDS-HOLDS - the hold file written back without
      * the emptied holds.  Nothing is written back when nothing
      * was cancelled.
      *-----------------------------------------------------------*
       8700-WRITE-FUNDS-HOLDS.
           IF NOT WS-HOLDS-LOADED OR WS-CANCELLED-COUNT = ZERO
               GO TO 8700-EXIT
           END-IF
           OPEN OUTPUT FUNDS-HOLD-FILE
           MOVE ZERO TO WS-HOLD-SUB
           PERFORM 8750-WRITE-ONE-HOLD THRU 8750-EXIT
               UNTIL WS-HOLD-SUB = WS-HOLD-TABLE-ENTRIES
           CLOSE FUNDS-HOLD-FILE.
       8700-EXIT.
           EXIT.

       8750-WRITE-ONE-HOLD.
           ADD 1 TO WS-HOLD-SUB
           IF WS-HLD-AMOUNT (WS-HOLD-SUB) = ZERO
               GO TO 8750-EXIT
           END-IF
           MOVE WS-HLD-ACCOUNT-ID (WS-HOLD-SUB) TO HLD-ACCOUNT-ID
           MOVE WS-HLD-UID (WS-HOLD-SUB) TO HLD-UID
           MOVE WS-HLD-AMOUNT (WS-HOLD-SUB) TO HLD-AMOUNT
           MOVE ZERO TO HLD-V1-AMOUNT
           SET HLD-RECORD-VERSION-2 TO TRUE
           MOVE WS-HLD-RELEASE-DT (WS-HOLD-SUB) TO HLD-RELEASE-DATE
           WRITE FUNDS-HOLD-RECORD.
       8750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           PERFORM 8700-WRITE-FUNDS-HOLDS THRU 8700-EXIT
           DISPLAY 'WIRES CANCELLED AT CUTOFF: ' WS-CANCELLED-COUNT
           DISPLAY 'RESERVATIONS DROPPED: ' WS-CANCELLED-AMOUNT
           CLOSE WIRE-REQUEST-FILE
           CLOSE ACCOUNT-MASTER.
       9000-EXIT.
           EXIT.
