      *-----------------------------------------------------------*
      * PROGRAM:      SODRPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Segregation-of-duties conflict report.  Each approval
      * workflow enforces its own maker-checker rule; this report
      * looks across all of them for the SODPARM period (default
      * the 30 days to the business date).  The maker and approver
      * of every decision are pulled from:
      *
      *   - ACTAUDIT   account attribute changes decided in
      *                ACCTAPPR (requester and reviewer);
      *   - MEMOHELD   held memo-posts released or voided in
      *                MEMOREL (keying operator and releaser);
      *   - OVRLOG     overrides recorded by DCNOVRD (requester
      *                and overrider).  The MEMOREL and INCLRTN
      *                rows on the log are the same decisions as
      *                the held entry and suspense item and are
      *                judged there instead;
      *   - TRANSUSP   suspense items requeued in SUSPMNT or paid
      *                in INCLRTN (the original item's entering
      *                operator, off the transaction file, and the
      *                resubmitter);
      *   - WLQUEUE    watch-list hits disposed in WLREVIEW (the
      *                operator who entered the screened item and
      *                the reviewer).
      *
      * Three findings go on SODRPT.OUT: a decision whose maker
      * and approver are the same user; an approver who was not a
      * supervisor when the decision was made; and a pair of users
      * who approve each other's work, the approvals counted both
      * ways reaching the SODPARM minimum.  The approver's level
      * at the time is rebuilt from the USERADM history (USERHIST)
      * - the newest level change on or before the decision, else
      * the level before the first change after it, else the user
      * master as it stands.  A decision carrying only a date is
      * taken as made at the end of that day.  The override log
      * keeps only the first eight characters of a user name, so
      * override decisions are compared on those eight.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through SUSPWIDE and
      *                    TRANWIDE so old-layout records are
      *                    accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.

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
           SELECT CHANGE-AUDIT ASSIGN TO "ACTAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HELD-ENTRY-FILE ASSIGN TO "MEMOHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELD-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "OVRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "TRANSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT WATCH-QUEUE ASSIGN TO "WLQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT SOD-PARM ASSIGN TO "SODPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SOD-REPORT ASSIGN TO "SODRPT.OUT"
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

      *    The decision line ACCTAPPR's 4000-WRITE-AUDIT appends.
       FD  CHANGE-AUDIT.
       01  CHANGE-AUDIT-RECORD.
           05  AUL-TIMESTAMP           PIC 9(14).
           05  FILLER                  PIC X(02).
           05  AUL-ACCOUNT-ID          PIC 9(07).
           05  FILLER                  PIC X(01).
           05  AUL-FIELD               PIC X(04).
           05  FILLER                  PIC X(01).
           05  AUL-OLD-VALUE           PIC X(11).
           05  FILLER                  PIC X(01).
           05  AUL-NEW-VALUE           PIC X(11).
           05  FILLER                  PIC X(01).
           05  AUL-MAKER               PIC X(20).
           05  FILLER                  PIC X(01).
           05  AUL-CHECKER             PIC X(20).
           05  FILLER                  PIC X(01).
           05  AUL-OUTCOME             PIC X(08).

       FD  HELD-ENTRY-FILE.
       COPY "memoheld.cpy".

       FD  OVERRIDE-LOG.
       COPY "ovrlog.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspfile.cpy".

       FD  WATCH-QUEUE.
       COPY "wlqueue.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  SOD-PARM.
       COPY "sodparm.cpy".

       FD  SOD-REPORT.
       01  SOD-REPORT-LINE             PIC X(110).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-UH-OK                       VALUE '00'.
       01  WS-AUDIT-STATUS          PIC X(02).
           88  WS-AU-OK                       VALUE '00'.
       01  WS-HELD-STATUS           PIC X(02).
           88  WS-HE-OK                       VALUE '00'.
       01  WS-OVERRIDE-STATUS       PIC X(02).
           88  WS-OV-OK                       VALUE '00'.
       01  WS-SUSPENSE-STATUS       PIC X(02).
           88  WS-SUSP-OK                     VALUE '00'.
       01  WS-QUEUE-STATUS          PIC X(02).
           88  WS-WQ-OK                       VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-UM-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-UM-OPEN                     VALUE 'Y'.
       01  WS-TRAN-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TRAN-FILE-OPEN              VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-PERIOD-START          PIC 9(08).
       01  WS-PERIOD-DAYS           PIC 9(03) VALUE 30.
       01  WS-RECIPROCAL-MIN        PIC 9(03) VALUE 3.
       01  WS-APPROVAL-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-SELF-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-NOSUPV-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-RECIP-COUNT           PIC 9(05) VALUE ZERO.

      *-----------------------------------------------------------*
      * The decision being judged.
      *-----------------------------------------------------------*
       01  WS-APPROVAL.
           05  WS-AP-SOURCE         PIC X(08).
           05  WS-AP-REFERENCE      PIC X(10).
           05  WS-AP-DATE           PIC 9(08).
           05  WS-AP-TIME           PIC 9(06).
           05  WS-AP-MAKER          PIC X(20).
           05  WS-AP-APPROVER       PIC X(20).
           05  WS-AP-NAME-LEN       PIC 9(02).
       01  WS-AP-STAMP              PIC 9(14).
       01  WS-AP-LEVEL              PIC X(01).
       01  WS-REF-NUMBER            PIC 9(07).
       01  WS-ENTERED-BY            PIC X(20).

      *-----------------------------------------------------------*
      * Access-level changes off the user history, and the
      * maker/approver pairs tallied over the period.
      *-----------------------------------------------------------*
       01  WS-ULV-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-ULV-SUB               PIC 9(04).
       01  WS-ULV-BEFORE-SUB        PIC 9(04).
       01  WS-ULV-AFTER-SUB         PIC 9(04).
       01  WS-ULV-TABLE.
           05  WS-ULV-ENTRY OCCURS 2000 TIMES.
               10  WS-ULV-USERNAME     PIC X(20).
               10  WS-ULV-STAMP        PIC 9(14).
               10  WS-ULV-FIELD        PIC X(10).
               10  WS-ULV-OLD-LEVEL    PIC X(01).
               10  WS-ULV-NEW-LEVEL    PIC X(01).
       01  WS-PR-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-PR-SUB                PIC 9(04).
       01  WS-PR-HIT-SUB            PIC 9(04).
       01  WS-PR-REV-SUB            PIC 9(04).
       01  WS-PR-TABLE.
           05  WS-PR-ENTRY OCCURS 2000 TIMES.
               10  WS-PR-MAKER         PIC X(20).
               10  WS-PR-APPROVER      PIC X(20).
               10  WS-PR-COUNT         PIC 9(05).
       01  WS-PR-TOTAL              PIC 9(06).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'SEGREGATION-OF-DUTIES CONFLICTS        '.
           05  WS-RH-START          PIC 9(08).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  WS-RH-END            PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'FINDING        SOURCE   REFERENCE  DATE '.
           05  FILLER               PIC X(40) VALUE
               '    MAKER                APPROVER       '.
           05  FILLER               PIC X(10) VALUE
               '      NOTE'.
       01  WS-DETAIL-LINE.
           05  WS-DL-FINDING        PIC X(14).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-SOURCE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-REFERENCE      PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DATE           PIC 9(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-MAKER          PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-APPROVER       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-NOTE           PIC X(20).
       01  WS-NOTE-COUNTS.
           05  WS-NC-FORWARD        PIC Z(04)9.
           05  FILLER               PIC X(03) VALUE ' / '.
           05  WS-NC-REVERSE        PIC Z(04)9.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 3000-SCAN-ACCOUNT-AUDIT THRU 3000-EXIT
           PERFORM 3200-SCAN-HELD-ENTRIES THRU 3200-EXIT
           PERFORM 3400-SCAN-OVERRIDES THRU 3400-EXIT
           PERFORM 3600-SCAN-SUSPENSE THRU 3600-EXIT
           PERFORM 3800-SCAN-WATCH-QUEUE THRU 3800-EXIT
           PERFORM 7000-JUDGE-PAIRS THRU 7000-EXIT
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the period, the report, the user master
      * and transaction file for lookups, and the level history.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-READ-SOD-PARM THRU 1400-EXIT
           COMPUTE WS-PERIOD-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                - WS-PERIOD-DAYS + 1)
           OPEN OUTPUT SOD-REPORT
           MOVE WS-PERIOD-START TO WS-RH-START
           MOVE WS-TODAY-DATE TO WS-RH-END
           WRITE SOD-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE SOD-REPORT-LINE FROM WS-COLUMN-HEADER
           OPEN INPUT USER-MASTER
           IF WS-UM-OK
               SET WS-UM-OPEN TO TRUE
           ELSE
               DISPLAY 'UNABLE TO OPEN USER MASTER, STATUS '
                   WS-USER-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TF-OK
               SET WS-TRAN-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT USER-HISTORY
           IF NOT WS-UH-OK
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2000-LOAD-ONE-HISTORY THRU 2000-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE USER-HISTORY.
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
      * 1400-READ-SOD-PARM - a missing card, or a zero or
      * non-numeric field, keeps the default.
      *-----------------------------------------------------------*
       1400-READ-SOD-PARM.
           OPEN INPUT SOD-PARM
           IF NOT WS-PM-OK
               GO TO 1400-EXIT
           END-IF
           READ SOD-PARM
               AT END
                   CLOSE SOD-PARM
                   GO TO 1400-EXIT
           END-READ
           IF SDP-PERIOD-DAYS NUMERIC
               AND SDP-PERIOD-DAYS > ZERO
               MOVE SDP-PERIOD-DAYS TO WS-PERIOD-DAYS
           END-IF
           IF SDP-RECIPROCAL-MIN NUMERIC
               AND SDP-RECIPROCAL-MIN > ZERO
               MOVE SDP-RECIPROCAL-MIN TO WS-RECIPROCAL-MIN
           END-IF
           CLOSE SOD-PARM.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-ONE-HISTORY - operator adds and level changes;
      * the other history rows do not bear on access level.
      *-----------------------------------------------------------*
       2000-LOAD-ONE-HISTORY.
           READ USER-HISTORY
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF UHS-FIELD-NAME NOT = 'LEVEL' AND NOT = 'ADDED'
               GO TO 2000-EXIT
           END-IF
           IF WS-ULV-ENTRIES = 2000
               DISPLAY 'LEVEL HISTORY TABLE FULL - LATER CHANGES '
                   'NOT APPLIED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-SCAN TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-ULV-ENTRIES
           MOVE UHS-USERNAME TO WS-ULV-USERNAME (WS-ULV-ENTRIES)
           MOVE UHS-TIMESTAMP TO WS-ULV-STAMP (WS-ULV-ENTRIES)
           MOVE UHS-FIELD-NAME TO WS-ULV-FIELD (WS-ULV-ENTRIES)
           MOVE UHS-OLD-VALUE (1:1) TO
               WS-ULV-OLD-LEVEL (WS-ULV-ENTRIES)
           MOVE UHS-NEW-VALUE (1:1) TO
               WS-ULV-NEW-LEVEL (WS-ULV-ENTRIES).
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SCAN-ACCOUNT-AUDIT - ACCTAPPR decisions, approved or
      * denied; either is the checker acting on the maker's work.
      *-----------------------------------------------------------*
       3000-SCAN-ACCOUNT-AUDIT.
           OPEN INPUT CHANGE-AUDIT
           IF NOT WS-AU-OK
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3100-JUDGE-ONE-AUDIT THRU 3100-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE CHANGE-AUDIT.
       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-AUDIT.
           READ CHANGE-AUDIT
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF AUL-TIMESTAMP NOT NUMERIC
               OR AUL-CHECKER = SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE 'ACCTAPPR' TO WS-AP-SOURCE
           MOVE AUL-ACCOUNT-ID TO WS-AP-REFERENCE
           MOVE AUL-TIMESTAMP (1:8) TO WS-AP-DATE
           MOVE AUL-TIMESTAMP (9:6) TO WS-AP-TIME
           MOVE AUL-MAKER TO WS-AP-MAKER
           MOVE AUL-CHECKER TO WS-AP-APPROVER
           MOVE 20 TO WS-AP-NAME-LEN
           PERFORM 5000-JUDGE-APPROVAL THRU 5000-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-SCAN-HELD-ENTRIES - MEMOREL releases and voids.  An
      * entry decided before the release date was kept carries
      * no date and cannot be placed in the period.
      *-----------------------------------------------------------*
       3200-SCAN-HELD-ENTRIES.
           OPEN INPUT HELD-ENTRY-FILE
           IF NOT WS-HE-OK
               GO TO 3200-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3300-JUDGE-ONE-HELD THRU 3300-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE HELD-ENTRY-FILE.
       3200-EXIT.
           EXIT.

       3300-JUDGE-ONE-HELD.
           READ HELD-ENTRY-FILE
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3300-EXIT
           END-READ
           IF HEL-OPEN
               OR HEL-RELEASED-BY = SPACES
               OR HEL-RELEASED-DATE NOT NUMERIC
               GO TO 3300-EXIT
           END-IF
           MOVE 'MEMOREL' TO WS-AP-SOURCE
           MOVE HEL-HELD-ID TO WS-AP-REFERENCE
           MOVE HEL-RELEASED-DATE TO WS-AP-DATE
           MOVE 235959 TO WS-AP-TIME
           MOVE HEL-OPERATOR TO WS-AP-MAKER
           MOVE HEL-RELEASED-BY TO WS-AP-APPROVER
           MOVE 20 TO WS-AP-NAME-LEN
           PERFORM 5000-JUDGE-APPROVAL THRU 5000-EXIT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3400-SCAN-OVERRIDES - DCNOVRD overrides.  A row written
      * before the log carried its full record has no timestamp
      * and is passed over.
      *-----------------------------------------------------------*
       3400-SCAN-OVERRIDES.
           OPEN INPUT OVERRIDE-LOG
           IF NOT WS-OV-OK
               GO TO 3400-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3500-JUDGE-ONE-OVERRIDE THRU 3500-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE OVERRIDE-LOG.
       3400-EXIT.
           EXIT.

       3500-JUDGE-ONE-OVERRIDE.
           READ OVERRIDE-LOG
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3500-EXIT
           END-READ
           IF OVR-PROGRAM-NAME = 'MEMOREL' OR 'INCLRTN'
               OR OVR-TIMESTAMP NOT NUMERIC
               OR OVR-OVERRIDDEN-BY = SPACES
               GO TO 3500-EXIT
           END-IF
           MOVE 'DCNOVRD' TO WS-AP-SOURCE
           MOVE OVR-PROGRAM-NAME TO WS-AP-REFERENCE
           MOVE OVR-TIMESTAMP (1:8) TO WS-AP-DATE
           MOVE OVR-TIMESTAMP (9:6) TO WS-AP-TIME
           MOVE OVR-REQUESTED-BY TO WS-AP-MAKER
           MOVE OVR-OVERRIDDEN-BY TO WS-AP-APPROVER
           MOVE 8 TO WS-AP-NAME-LEN
           PERFORM 5000-JUDGE-APPROVAL THRU 5000-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-SCAN-SUSPENSE - items requeued or paid out of
      * suspense.  The maker is whoever entered the original
      * item, read off the transaction file under its UID.
      *-----------------------------------------------------------*
       3600-SCAN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSP-OK
               GO TO 3600-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3700-JUDGE-ONE-ITEM THRU 3700-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE SUSPENSE-FILE.
       3600-EXIT.
           EXIT.

       3700-JUDGE-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3700-EXIT
           END-READ
           CALL 'SUSPWIDE' USING SUSPENSE-RECORD RETURN-CODE
           IF NOT SUS-RESUBMITTED
               OR SUS-RESUB-BY = SPACES
               OR SUS-RESUB-DATE NOT NUMERIC
               GO TO 3700-EXIT
           END-IF
           MOVE SUS-UID TO UID
           PERFORM 6500-FIND-ENTERED-BY THRU 6500-EXIT
           MOVE 'SUSPMNT' TO WS-AP-SOURCE
           MOVE SUS-UID TO WS-AP-REFERENCE
           MOVE SUS-RESUB-DATE TO WS-AP-DATE
           MOVE 235959 TO WS-AP-TIME
           MOVE WS-ENTERED-BY TO WS-AP-MAKER
           MOVE SUS-RESUB-BY TO WS-AP-APPROVER
           MOVE 20 TO WS-AP-NAME-LEN
           PERFORM 5000-JUDGE-APPROVAL THRU 5000-EXIT.
       3700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-SCAN-WATCH-QUEUE - WLREVIEW dispositions.  The maker
      * is whoever entered the screened item; a hit raised on a
      * customer rather than an item has none.
      *-----------------------------------------------------------*
       3800-SCAN-WATCH-QUEUE.
           OPEN INPUT WATCH-QUEUE
           IF NOT WS-WQ-OK
               GO TO 3800-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3900-JUDGE-ONE-HIT THRU 3900-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE WATCH-QUEUE.
       3800-EXIT.
           EXIT.

       3900-JUDGE-ONE-HIT.
           READ WATCH-QUEUE
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3900-EXIT
           END-READ
           IF WLH-OPEN
               OR WLH-DISPOSED-BY = SPACES
               OR WLH-DISPOSED-DATE NOT NUMERIC
               GO TO 3900-EXIT
           END-IF
           MOVE SPACES TO WS-ENTERED-BY
           IF WLH-UID NOT = ZERO
               MOVE WLH-UID TO UID
               PERFORM 6500-FIND-ENTERED-BY THRU 6500-EXIT
           END-IF
           MOVE 'WLREVIEW' TO WS-AP-SOURCE
           MOVE WLH-HIT-ID TO WS-AP-REFERENCE
           MOVE WLH-DISPOSED-DATE TO WS-AP-DATE
           MOVE 235959 TO WS-AP-TIME
           MOVE WS-ENTERED-BY TO WS-AP-MAKER
           MOVE WLH-DISPOSED-BY TO WS-AP-APPROVER
           MOVE 20 TO WS-AP-NAME-LEN
           PERFORM 5000-JUDGE-APPROVAL THRU 5000-EXIT.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-JUDGE-APPROVAL - one decision in the period: the
      * same user on both sides, the approver's level at the
      * time, and the pair tally.
      *-----------------------------------------------------------*
       5000-JUDGE-APPROVAL.
           IF WS-AP-DATE < WS-PERIOD-START
               OR WS-AP-DATE > WS-TODAY-DATE
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-APPROVAL-COUNT
           IF WS-AP-MAKER NOT = SPACES
               AND WS-AP-MAKER (1:WS-AP-NAME-LEN) =
                   WS-AP-APPROVER (1:WS-AP-NAME-LEN)
               MOVE 'SELF-APPROVED' TO WS-DL-FINDING
               MOVE 'MAKER IS APPROVER' TO WS-DL-NOTE
               PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
               ADD 1 TO WS-SELF-COUNT
           END-IF
           PERFORM 5200-LEVEL-AT-DECISION THRU 5200-EXIT
           IF WS-AP-LEVEL NOT = 'S'
               MOVE 'NOT SUPERVISOR' TO WS-DL-FINDING
               EVALUATE WS-AP-LEVEL
                   WHEN 'O'
                       MOVE 'OPERATOR LEVEL' TO WS-DL-NOTE
                   WHEN '-'
                       MOVE 'NOT YET ADDED' TO WS-DL-NOTE
                   WHEN '?'
                       MOVE 'NOT ON USER MASTER' TO WS-DL-NOTE
                   WHEN OTHER
                       MOVE SPACES TO WS-DL-NOTE
                       STRING 'LEVEL ' WS-AP-LEVEL
                           DELIMITED BY SIZE INTO WS-DL-NOTE
               END-EVALUATE
               PERFORM 6000-WRITE-FINDING THRU 6000-EXIT
               ADD 1 TO WS-NOSUPV-COUNT
           END-IF
           IF WS-AP-MAKER NOT = SPACES
               AND WS-AP-MAKER NOT = WS-AP-APPROVER
               PERFORM 5500-TALLY-PAIR THRU 5500-EXIT
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5200-LEVEL-AT-DECISION - the newest level row on or before
      * the decision; failing that the level the first row after
      * it replaced ('-' when that row added the user); failing
      * that the user master now ('?' when not on it).
      *-----------------------------------------------------------*
       5200-LEVEL-AT-DECISION.
           COMPUTE WS-AP-STAMP = WS-AP-DATE * 1000000 + WS-AP-TIME
           MOVE ZERO TO WS-ULV-BEFORE-SUB
           MOVE ZERO TO WS-ULV-AFTER-SUB
           MOVE ZERO TO WS-ULV-SUB
           PERFORM 5300-TEST-ONE-LEVEL THRU 5300-EXIT
               UNTIL WS-ULV-SUB = WS-ULV-ENTRIES
           IF WS-ULV-BEFORE-SUB NOT = ZERO
               MOVE WS-ULV-NEW-LEVEL (WS-ULV-BEFORE-SUB)
                   TO WS-AP-LEVEL
               GO TO 5200-EXIT
           END-IF
           IF WS-ULV-AFTER-SUB NOT = ZERO
               IF WS-ULV-FIELD (WS-ULV-AFTER-SUB) = 'ADDED'
                   MOVE '-' TO WS-AP-LEVEL
               ELSE
                   MOVE WS-ULV-OLD-LEVEL (WS-ULV-AFTER-SUB)
                       TO WS-AP-LEVEL
               END-IF
               GO TO 5200-EXIT
           END-IF
           MOVE '?' TO WS-AP-LEVEL
           IF NOT WS-UM-OPEN
               GO TO 5200-EXIT
           END-IF
           MOVE WS-AP-APPROVER TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE USR-ACCESS-LEVEL TO WS-AP-LEVEL
           END-READ.
       5200-EXIT.
           EXIT.

       5300-TEST-ONE-LEVEL.
           ADD 1 TO WS-ULV-SUB
           IF WS-ULV-USERNAME (WS-ULV-SUB) (1:WS-AP-NAME-LEN)
               NOT = WS-AP-APPROVER (1:WS-AP-NAME-LEN)
               GO TO 5300-EXIT
           END-IF
           IF WS-ULV-STAMP (WS-ULV-SUB) NOT > WS-AP-STAMP
               IF WS-ULV-BEFORE-SUB = ZERO
                   OR WS-ULV-STAMP (WS-ULV-SUB) NOT <
                       WS-ULV-STAMP (WS-ULV-BEFORE-SUB)
                   MOVE WS-ULV-SUB TO WS-ULV-BEFORE-SUB
               END-IF
           ELSE
               IF WS-ULV-AFTER-SUB = ZERO
                   OR WS-ULV-STAMP (WS-ULV-SUB) <
                       WS-ULV-STAMP (WS-ULV-AFTER-SUB)
                   MOVE WS-ULV-SUB TO WS-ULV-AFTER-SUB
               END-IF
           END-IF.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5500-TALLY-PAIR - one more approval of the maker's work by
      * the approver.
      *-----------------------------------------------------------*
       5500-TALLY-PAIR.
           MOVE ZERO TO WS-PR-HIT-SUB
           MOVE ZERO TO WS-PR-SUB
           PERFORM 5600-TEST-ONE-PAIR THRU 5600-EXIT
               UNTIL WS-PR-HIT-SUB NOT = ZERO
               OR WS-PR-SUB = WS-PR-ENTRIES
           IF WS-PR-HIT-SUB NOT = ZERO
               ADD 1 TO WS-PR-COUNT (WS-PR-HIT-SUB)
               GO TO 5500-EXIT
           END-IF
           IF WS-PR-ENTRIES = 2000
               DISPLAY 'APPROVAL PAIR TABLE FULL - LATER PAIRS NOT '
                   'TALLIED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 5500-EXIT
           END-IF
           ADD 1 TO WS-PR-ENTRIES
           MOVE WS-AP-MAKER TO WS-PR-MAKER (WS-PR-ENTRIES)
           MOVE WS-AP-APPROVER TO WS-PR-APPROVER (WS-PR-ENTRIES)
           MOVE 1 TO WS-PR-COUNT (WS-PR-ENTRIES).
       5500-EXIT.
           EXIT.

       5600-TEST-ONE-PAIR.
           ADD 1 TO WS-PR-SUB
           IF WS-PR-MAKER (WS-PR-SUB) = WS-AP-MAKER
               AND WS-PR-APPROVER (WS-PR-SUB) = WS-AP-APPROVER
               MOVE WS-PR-SUB TO WS-PR-HIT-SUB
           END-IF.
       5600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-FINDING - finding and note are set by the
      * caller; the rest comes off the decision.
      *-----------------------------------------------------------*
       6000-WRITE-FINDING.
           MOVE WS-AP-SOURCE TO WS-DL-SOURCE
           MOVE WS-AP-REFERENCE TO WS-DL-REFERENCE
           MOVE WS-AP-DATE TO WS-DL-DATE
           MOVE WS-AP-MAKER TO WS-DL-MAKER
           MOVE WS-AP-APPROVER TO WS-DL-APPROVER
           WRITE SOD-REPORT-LINE FROM WS-DETAIL-LINE
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6500-FIND-ENTERED-BY - the operator who entered the item
      * under UID; blank when the transaction file is not to hand
      * or the item is gone.
      *-----------------------------------------------------------*
       6500-FIND-ENTERED-BY.
           MOVE SPACES TO WS-ENTERED-BY
           IF NOT WS-TRAN-FILE-OPEN
               GO TO 6500-EXIT
           END-IF
           READ TRANSACTION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   MOVE TRAN-ENTERED-BY TO WS-ENTERED-BY
           END-READ.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-JUDGE-PAIRS - two users each approving the other's
      * work, listed once per pair when the approvals counted both
      * ways reach the minimum.
      *-----------------------------------------------------------*
       7000-JUDGE-PAIRS.
           MOVE ZERO TO WS-PR-SUB
           PERFORM 7100-JUDGE-ONE-PAIR THRU 7100-EXIT
               UNTIL WS-PR-SUB = WS-PR-ENTRIES.
       7000-EXIT.
           EXIT.

       7100-JUDGE-ONE-PAIR.
           ADD 1 TO WS-PR-SUB
           IF WS-PR-MAKER (WS-PR-SUB) NOT < WS-PR-APPROVER (WS-PR-SUB)
               GO TO 7100-EXIT
           END-IF
           MOVE ZERO TO WS-PR-REV-SUB
           MOVE ZERO TO WS-PR-HIT-SUB
           PERFORM 7200-FIND-REVERSE THRU 7200-EXIT
               UNTIL WS-PR-REV-SUB NOT = ZERO
               OR WS-PR-HIT-SUB = WS-PR-ENTRIES
           IF WS-PR-REV-SUB = ZERO
               GO TO 7100-EXIT
           END-IF
           COMPUTE WS-PR-TOTAL = WS-PR-COUNT (WS-PR-SUB)
               + WS-PR-COUNT (WS-PR-REV-SUB)
           IF WS-PR-TOTAL < WS-RECIPROCAL-MIN
               GO TO 7100-EXIT
           END-IF
           MOVE 'RECIPROCAL' TO WS-DL-FINDING
           MOVE 'ALL' TO WS-DL-SOURCE
           MOVE SPACES TO WS-DL-REFERENCE
           MOVE WS-TODAY-DATE TO WS-DL-DATE
           MOVE WS-PR-MAKER (WS-PR-SUB) TO WS-DL-MAKER
           MOVE WS-PR-APPROVER (WS-PR-SUB) TO WS-DL-APPROVER
           MOVE WS-PR-COUNT (WS-PR-SUB) TO WS-NC-FORWARD
           MOVE WS-PR-COUNT (WS-PR-REV-SUB) TO WS-NC-REVERSE
           MOVE WS-NOTE-COUNTS TO WS-DL-NOTE
           WRITE SOD-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-RECIP-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       7100-EXIT.
           EXIT.

       7200-FIND-REVERSE.
           ADD 1 TO WS-PR-HIT-SUB
           IF WS-PR-MAKER (WS-PR-HIT-SUB) = WS-PR-APPROVER (WS-PR-SUB)
               AND WS-PR-APPROVER (WS-PR-HIT-SUB) =
                   WS-PR-MAKER (WS-PR-SUB)
               MOVE WS-PR-HIT-SUB TO WS-PR-REV-SUB
           END-IF.
       7200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO SOD-REPORT-LINE
           WRITE SOD-REPORT-LINE
           MOVE 'DECISIONS JUDGED' TO WS-TL-LABEL
           MOVE WS-APPROVAL-COUNT TO WS-TL-COUNT
           WRITE SOD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SELF-APPROVED' TO WS-TL-LABEL
           MOVE WS-SELF-COUNT TO WS-TL-COUNT
           WRITE SOD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'APPROVED BY A NON-SUPERVISOR' TO WS-TL-LABEL
           MOVE WS-NOSUPV-COUNT TO WS-TL-COUNT
           WRITE SOD-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'RECIPROCAL APPROVER PAIRS' TO WS-TL-LABEL
           MOVE WS-RECIP-COUNT TO WS-TL-COUNT
           WRITE SOD-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'SOD DECISIONS JUDGED: ' WS-APPROVAL-COUNT
           DISPLAY 'SELF-APPROVED:        ' WS-SELF-COUNT
           DISPLAY 'NON-SUPERVISOR:       ' WS-NOSUPV-COUNT
           DISPLAY 'RECIPROCAL PAIRS:     ' WS-RECIP-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SOD-REPORT
           IF WS-UM-OPEN
               CLOSE USER-MASTER
           END-IF
           IF WS-TRAN-FILE-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.
       9000-EXIT.
           EXIT.
