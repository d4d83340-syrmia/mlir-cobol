      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  A paid item records the deciding
      *                    supervisor and the day on the suspense
      *                    item, and the override-log row carries
      *                    the account, for the staff-account
      *                    exception report.
      *   2026-10-15  RLB  The override-log row carries a blank
      *                    requester - the returned item was the
      *                    system's decision.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through SUSPWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted; records written as version
      *                    02; money work fields and report
      *                    columns widened.
      *   2026-10-15  RLB  Suspended item start balance held to
      *                    eleven digits.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCLRTN.
               10  WS-SUS-UID          PIC 9(05).
               10  WS-SUS-ACCOUNT-ID   PIC 9(07).
               10  WS-SUS-TRAN-TYPE    PIC X(02).
               10  WS-SUS-AMOUNT       PIC 9(11)V9(02).
               10  WS-SUS-START-BAL    PIC S9(11)V9(02).
               10  WS-SUS-REASON       PIC X(30).
               10  WS-SUS-DATE         PIC 9(08).
               10  WS-SUS-STATUS       PIC X(01).
               10  WS-SUS-RESUB-UID    PIC 9(05).
               10  WS-SUS-WO-CODE      PIC X(04).
               10  WS-SUS-RESUB-BY     PIC X(20).
               10  WS-SUS-RESUB-DATE   PIC 9(08).
               10  WS-SUS-SERIAL       PIC 9(08).
               10  WS-SUS-INCL-SW      PIC X(01).
                   88  WS-SUS-INCLEARING         VALUE 'Y'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-WKD-SERIAL        PIC 9(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-WKD-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-WKD-REASON        PIC X(30).

               AT END
                   SET WS-END-OF-SUSPENSE TO TRUE
               NOT AT END
                   CALL 'SUSPWIDE' USING SUSPENSE-RECORD RETURN-CODE
                   IF WS-SUS-TABLE-ENTRIES = 500
                       DISPLAY 'SUSPENSE FILE EXCEEDS RETURN-CUT '
                           'CAPACITY - NOTHING WORKED THIS RUN'
                           WS-SUS-RESUB-UID (WS-SUB)
                       MOVE SUS-WRITEOFF-CODE TO
                           WS-SUS-WO-CODE (WS-SUB)
                       MOVE SUS-RESUB-BY TO
                           WS-SUS-RESUB-BY (WS-SUB)
                       IF SUS-RESUB-DATE IS NUMERIC
                           MOVE SUS-RESUB-DATE TO
                               WS-SUS-RESUB-DATE (WS-SUB)
                       ELSE
                           MOVE ZERO TO WS-SUS-RESUB-DATE (WS-SUB)
                       END-IF
                       MOVE ZERO TO WS-SUS-SERIAL (WS-SUB)
                       MOVE 'N' TO WS-SUS-INCL-SW (WS-SUB)
                       IF SUS-STATUS = 'O'
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-ENTERED-BY = 'INCLLOAD'
                       SET WS-SUS-INCLEARING (WS-SUB) TO TRUE
                       IF DESC(7:8) IS NUMERIC
           MOVE ZERO TO TRAN-BRANCH-CODE
           SET TRAN-SUPERVISOR-OVERRIDE TO TRUE
           MOVE ZERO TO TRAN-EFFECTIVE-DATE
           MOVE 02 TO TRAN-RECORD-VERSION
           MOVE ZERO TO TRAN-V1-MONEY
           SET TRAN-UNPOSTED TO TRUE
           WRITE TRANSACTION-RECORD
               INVALID KEY
                   WRITE UID-SEQUENCE-LOG-RECORD
                   MOVE 'S' TO WS-SUS-STATUS (WS-SUB)
                   MOVE UID TO WS-SUS-RESUB-UID (WS-SUB)
                   MOVE WS-PAY-BY TO WS-SUS-RESUB-BY (WS-SUB)
                   MOVE WS-TODAY-DATE TO WS-SUS-RESUB-DATE (WS-SUB)
                   PERFORM 2400-LOG-PAY-OVERRIDE THRU 2400-EXIT
           END-WRITE.
       2300-EXIT.
           MOVE 'CHECK PAID BY SUPERVISOR' TO OVR-NEW-OUTCOME
           MOVE WS-PAY-BY TO OVR-OVERRIDDEN-BY
           MOVE 'CPAY' TO OVR-REASON-CODE
           MOVE WS-SUS-ACCOUNT-ID (WS-SUB) TO OVR-ACCOUNT-ID
           MOVE SPACES TO OVR-REQUESTED-BY
           MOVE WS-TODAY-DATE TO OVR-TIMESTAMP(1:8)
           ACCEPT OVR-TIMESTAMP(9:6) FROM TIME
           WRITE OVERRIDE-LOG-RECORD
           MOVE WS-SUS-ACCOUNT-ID (WS-SUB) TO SUS-ACCOUNT-ID
           MOVE WS-SUS-TRAN-TYPE (WS-SUB) TO SUS-TRAN-TYPE
           MOVE WS-SUS-AMOUNT (WS-SUB) TO SUS-AMOUNT
           MOVE ZERO TO SUS-V1-MONEY
           SET SUS-RECORD-VERSION-2 TO TRUE
           MOVE WS-SUS-START-BAL (WS-SUB) TO SUS-START-BALANCE
           MOVE WS-SUS-REASON (WS-SUB) TO SUS-REASON
           MOVE WS-SUS-DATE (WS-SUB) TO SUS-DATE
           MOVE WS-SUS-STATUS (WS-SUB) TO SUS-STATUS
           MOVE WS-SUS-RESUB-UID (WS-SUB) TO SUS-RESUB-UID
           MOVE WS-SUS-WO-CODE (WS-SUB) TO SUS-WRITEOFF-CODE
           MOVE WS-SUS-RESUB-BY (WS-SUB) TO SUS-RESUB-BY
           MOVE WS-SUS-RESUB-DATE (WS-SUB) TO SUS-RESUB-DATE
           WRITE SUSPENSE-RECORD.
       8100-EXIT.
           EXIT.
