      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  A closure request now names the
      *                    operator who keyed it, who must be
      *                    entitled to the CLOSE function of
      *                    ACCTCLS on the entitlements table
      *                    (ENTCHECK); a request from anyone
      *                    else, or naming no one, is refused.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE and
      *                    HOLDWIDE so old-layout records are
      *                    accepted; records written as version
      *                    02; money work fields widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTCLS.
           05  CLI-ACCOUNT-ID          PIC 9(07).
           05  CLI-DISPOSITION         PIC X(01).
           05  CLI-TRANSFER-ACCOUNT    PIC 9(07).
           05  CLI-REQUESTED-BY        PIC X(20).

       FD  CLOSURE-PENDING.
       COPY "acctcls.cpy".
       01  WS-REJECT-REASON         PIC X(30).
       01  WS-WORK-ACCOUNT-ID       PIC 9(07).
       01  WS-INTEREST-CENTS        PIC 9(06)V9(02).
       01  WS-RESIDUAL-AMOUNT       PIC S9(11)V9(02).
       01  WS-SETTLE-AMOUNT         PIC 9(11)V9(02).
       01  WS-SNAP-BALANCE          PIC S9(11)V9(02).
       01  WS-BAL-FOUND-SW          PIC X(01).
           88  WS-BALANCE-FOUND               VALUE 'Y'.
       01  WS-WD-LEG-UID            PIC 9(05).
           05  WS-SNAP-ENTRY OCCURS 500 TIMES.
               10  WS-SNP-ACCOUNT-ID   PIC 9(07).
               10  WS-SNP-DATE         PIC 9(08).
               10  WS-SNP-BALANCE      PIC S9(11)V9(02).
      *-----------------------------------------------------------*
      * The whole pending file, held while the run works it and
      * written back at exit, the way SUSPMNT holds suspense.
               10  WS-PND-REQUEST-DATE PIC 9(08).
               10  WS-PND-STATUS       PIC X(01).
               10  WS-PND-REASON       PIC X(30).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.

       PROCEDURE DIVISION.
       Main-Process.
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   PERFORM 1378-KEEP-NEWEST-SNAPSHOT THRU 1378-EXIT
           END-READ.
       1375-EXIT.
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-ACCOUNT-CLEAN
               PERFORM 3050-CHECK-REQUESTER THRU 3050-EXIT
           END-IF
           IF WS-ACCOUNT-CLEAN
               PERFORM 3200-CHECK-HOLDS THRU 3200-EXIT
           END-IF
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-CHECK-REQUESTER - the operator who keyed the request
      * must be entitled to the CLOSE function of ACCTCLS on the
      * entitlements table.  There is no session in the night
      * run, so ENTCHECK resolves the operator's role off the
      * user master; a request naming no operator is refused.
      *-----------------------------------------------------------*
       3050-CHECK-REQUESTER.
           SET ENC-FROM-TABLE TO TRUE
           MOVE CLI-REQUESTED-BY TO ENC-USERNAME
           MOVE 'ACCTCLS' TO ENC-PROGRAM
           MOVE 'CLOSE' TO ENC-FUNCTION
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-CLEAN-SW
               MOVE 'REQUESTER NOT ENTITLED' TO WS-REJECT-REASON
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-CHECK-HOLDS - an unreleased deposit hold means funds
      * not yet the customer's to take; the closure waits.
               AT END
                   SET WS-END-OF-HOLDS TO TRUE
               NOT AT END
                   CALL 'HOLDWIDE' USING FUNDS-HOLD-RECORD RETURN-CODE
                   IF HLD-ACCOUNT-ID = WS-WORK-ACCOUNT-ID
                       AND HLD-RELEASE-DATE > WS-TODAY-DATE
                       MOVE 'N' TO WS-CLEAN-SW
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
           MOVE ZERO TO TRAN-CHECK-SERIAL
           MOVE ZERO TO TRAN-BRANCH-CODE
           MOVE SPACE TO TRAN-OVERRIDE-FLAG
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
