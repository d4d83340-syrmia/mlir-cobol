      *                    side of the call so the cut sees every
      *                    line and later appends land at the new
      *                    end of file.
      *   2026-10-15  RLB  Added SLPROOF, the subledger-to-GL
      *                    proof, as a named step.  STEPCTL lists
      *                    it after EODSNAP; a control account
      *                    out of proof fails the step and stops
      *                    the chain there.
      *   2026-10-15  RLB  ACHORIG and ACHRETN (outbound ACH
      *                    origination and returns) can be
      *                    scheduled as named steps.
      *   2026-10-15  RLB  ACHDLOAD (inbound ACH debit intake)
      *                    can be scheduled as a named step.
      *   2026-10-15  RLB  WIRERCV (incoming wire receipt) can be
      *                    scheduled as a named step.
      *   2026-10-15  RLB  WIRECUT (outbound wire cutoff) can be
      *                    scheduled as a named step.
      *   2026-10-15  RLB  RTNDLOAD (returned deposited item
      *                    chargebacks) and RTNDRPT (branch
      *                    repeat-return report) can be scheduled
      *                    as named steps.
      *   2026-10-15  RLB  ATMRECON (ATM terminal cash
      *                    reconciliation) can be scheduled as a
      *                    named step.
      *   2026-10-15  RLB  OCRECON (official check match and
      *                    outstanding reconciliation) can be
      *                    scheduled as a named step.
      *   2026-10-15  RLB  Added LGLREMIT and LGLORPT steps.
      *   2026-10-15  RLB  Added the DECEASED step.
      *   2026-10-15  RLB  Added the MINORCNV step.
      *   2026-10-15  RLB  Added the MANDRPT step.
      *   2026-10-15  RLB  Added the LOANDLQ step.
      *   2026-10-15  RLB  Added the CHGOSEL and CHGOPOST steps.
      *   2026-10-15  RLB  Added the CRBXTR step.
      *   2026-10-15  RLB  Added the LOCBILL step.
      *   2026-10-15  RLB  Added the DEPINS step.
      *   2026-10-15  RLB  Added the ALMGAP step.
      *   2026-10-15  RLB  Added the TDNOTICE step.
      *   2026-10-15  RLB  Added the PROMORUN and PROMORPT steps.
      *   2026-10-15  RLB  Added the RISKRATE step.
      *   2026-10-15  RLB  Added the SARAGE step.
      *   2026-10-15  RLB  Added the ATODETCT step.
      *   2026-10-15  RLB  Added the STAFFRPT step.
      *   2026-10-15  RLB  Added the SODRPT step.
      *   2026-10-15  RLB  Added the ENTRPT step.
      *   2026-10-15  RLB  Added the USRCERT and CERTAPLY steps.
      *   2026-10-15  RLB  Added the ALERTRUN step.
      *   2026-10-15  RLB  Added the RMAILRPT step.
      *   2026-10-15  RLB  Added the PRIVNOTC step.
      *   2026-10-15  RLB  Added the CDCFEED step.
      *   2026-10-15  RLB  Input-volume gate.  An input step
      *                    given a volume tolerance on STEPCTL
      *                    has its incoming file counted and
      *                    totalled by VOLGAUGE before it runs
      *                    and judged against the trailing
      *                    average on VOLHIST; outside tolerance
      *                    it is held with a high-severity alert,
      *                    and the chain stops there until an
      *                    operator confirms or aborts it on
      *                    VOLREL and restarts.  ATMSETTL can be
      *                    scheduled as a named step.
      *   2026-10-15  RLB  Step prerequisites.  A STEPCTL entry
      *                    may name up to three steps it depends
      *                    on and whether each must have
      *                    succeeded or only finished tonight; a
      *                    step whose prerequisites are not met
      *                    is skipped, with the reason on the
      *                    step audit log.  A control file
      *                    listing a step ahead of its
      *                    prerequisite, or naming one it does
      *                    not list, is refused at start-up.
      *   2026-10-15  RLB  Added the MEMOLOAD step.
      *   2026-10-15  RLB  Added the ESCDISB and ESCANAL steps.
      *   2026-10-15  RLB  Added the CORRLOAD and SETLRECN steps.
      *   2026-10-15  RLB  Added the SDBRENT and SDBPDUE steps.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GOTOSTMT.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT VOLUME-HISTORY ASSIGN TO "VOLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUME-HISTORY-STATUS.
           SELECT VOLUME-RELEASE ASSIGN TO "VOLREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLUME-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  VOLUME-HISTORY.
       COPY "volhist.cpy".

       FD  VOLUME-RELEASE.
       COPY "volrel.cpy".

       WORKING-STORAGE SECTION.
       01  WS-STEP-CONTROL-STATUS   PIC X(02).
           88  WS-SC-OK                       VALUE '00'.
       01  WS-RUN-CONTROL-STATUS    PIC X(02).
           88  WS-RC-OK                       VALUE '00'.
           88  WS-RC-NOT-FOUND                VALUE '35'.
       01  WS-VOLUME-HISTORY-STATUS PIC X(02).
           88  WS-VH-OK                       VALUE '00'.
           88  WS-VH-NOT-FOUND                VALUE '35'.
       01  WS-VOLUME-RELEASE-STATUS PIC X(02).
           88  WS-VR-OK                       VALUE '00'.
       01  WS-RUN-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-RUN-CONTROL          VALUE 'Y'.
       01  WS-RUN-NUMBER            PIC 9(05) VALUE ZERO.
           88  WS-END-OF-CONTROL              VALUE 'Y'.
       01  WS-ABEND-SW              PIC X(01) VALUE 'N'.
           88  WS-JOB-ABENDED                 VALUE 'Y'.
       01  WS-HELD-SW               PIC X(01) VALUE 'N'.
           88  WS-JOB-HELD                    VALUE 'Y'.
       01  WS-SKIPPING-SW           PIC X(01) VALUE 'N'.
           88  WS-SKIPPING-TO-RESTART          VALUE 'Y'.
       01  WS-CKPT-EOF-SW           PIC X(01) VALUE 'N'.
       COPY "jobsumm.cpy" REPLACING JOB-SUMMARY-RECORD
           BY WS-JOB-SUMMARY-RECORD.

      *-----------------------------------------------------------*
      * Input-volume gate.  Tonight's volume for an input step is
      * judged against the average of its last WS-VH-WINDOW
      * recorded nights; with fewer than WS-VH-MINIMUM on record
      * there is nothing yet to judge against, and the volume is
      * only recorded.
      *-----------------------------------------------------------*
       COPY "volgauge.cpy" REPLACING VOLUME-GAUGE-PARM
           BY WS-VOLUME-GAUGE-PARM.
       01  WS-VOLUME-GATE-SW        PIC X(01) VALUE 'P'.
           88  WS-VOLUME-PASSED               VALUE 'P'.
           88  WS-VOLUME-ABORTED              VALUE 'A'.
           88  WS-VOLUME-HELD                 VALUE 'H'.
       01  WS-TOLERANCE-SW          PIC X(01).
           88  WS-VOLUME-IN-TOLERANCE         VALUE 'Y'.
       01  WS-VH-EOF-SW             PIC X(01).
           88  WS-END-OF-VOLUME-HISTORY       VALUE 'Y'.
       01  WS-VR-EOF-SW             PIC X(01).
           88  WS-END-OF-VOLUME-RELEASE       VALUE 'Y'.
       01  WS-RELEASE-ACTION        PIC X(01).
           88  WS-RELEASE-CONFIRM             VALUE 'C'.
           88  WS-RELEASE-ABORT               VALUE 'A'.
       01  WS-RELEASE-OPERATOR      PIC X(20).
       01  WS-VOLUME-DISPOSITION    PIC X(01).
       01  WS-VH-WINDOW             PIC 9(02) VALUE 20.
       01  WS-VH-MINIMUM            PIC 9(02) VALUE 5.
       01  WS-VH-ENTRIES            PIC 9(02) VALUE ZERO.
       01  WS-VH-SLOT               PIC 9(02) VALUE ZERO.
       01  WS-VH-SUB                PIC 9(02) VALUE ZERO.
       01  WS-VOLUME-HISTORY-TABLE.
           05  WS-VH-ENTRY OCCURS 20 TIMES.
               10  WS-VH-DATE          PIC 9(08).
               10  WS-VH-COUNT         PIC 9(07).
               10  WS-VH-AMOUNT        PIC 9(11)V9(02).
       01  WS-VH-COUNT-SUM          PIC 9(09).
       01  WS-VH-AMOUNT-SUM         PIC 9(13)V9(02).
       01  WS-AVERAGE-COUNT         PIC 9(07).
       01  WS-AVERAGE-AMOUNT        PIC 9(11)V9(02).
       01  WS-LOW-COUNT             PIC S9(09).
       01  WS-HIGH-COUNT            PIC S9(09).
       01  WS-LOW-AMOUNT            PIC S9(13)V9(02).
       01  WS-HIGH-AMOUNT           PIC S9(13)V9(02).
       01  WS-ALERT-SEVERITY        PIC X(01).
       01  WS-ALERT-TEXT            PIC X(40).
       01  WS-AMOUNT-DISPLAY        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *-----------------------------------------------------------*
      * Step prerequisites.  Each step's state tonight, noted as
      * the chain reaches it:  S succeeded, O passed over on
      * purpose by operations, P skipped for a prerequisite,
      * D deferred, F failed.
      *-----------------------------------------------------------*
       01  WS-SST-SUB               PIC 9(03) VALUE ZERO.
       01  WS-SST-HIT-SUB           PIC 9(03) VALUE ZERO.
       01  WS-SST-ENTRIES           PIC 9(03) VALUE ZERO.
       01  WS-STEP-STATE-TABLE.
           05  WS-SST-ENTRY OCCURS 200 TIMES.
               10  WS-SST-STEP-NAME    PIC X(08).
               10  WS-SST-STATE        PIC X(01).
                   88  WS-SST-SUCCEEDED          VALUE 'S'.
                   88  WS-SST-PASSED-OVER        VALUE 'O'.
       01  WS-NOTE-STATE            PIC X(01).
       01  WS-SEARCH-STEP           PIC X(08).
       01  WS-PREREQ-SUB            PIC 9(01) VALUE ZERO.
       01  WS-PREREQS-MET-SW        PIC X(01).
           88  WS-PREREQS-MET                 VALUE 'Y'.
       01  WS-PREREQ-REASON         PIC X(30).
       01  WS-NEEDS-WORD            PIC X(09).

      *-----------------------------------------------------------*
      * Start-up order check of the control file.
      *-----------------------------------------------------------*
       01  WS-CTL-SUB               PIC 9(03) VALUE ZERO.
       01  WS-CTL-HIT-SUB           PIC 9(03) VALUE ZERO.
       01  WS-CTL-ENTRIES           PIC 9(03) VALUE ZERO.
       01  WS-CONTROL-ORDER-TABLE.
           05  WS-CTL-ENTRY OCCURS 200 TIMES.
               10  WS-CTL-STEP-NAME    PIC X(08).
               10  WS-CTL-PREREQ-STEP  OCCURS 3 TIMES PIC X(08).
       01  WS-ORDER-OK-SW           PIC X(01) VALUE 'Y'.
           88  WS-ORDER-OK                    VALUE 'Y'.
       01  WS-ORDER-MESSAGE         PIC X(40).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-RUN-STEPS THRU 2000-EXIT
               UNTIL WS-END-OF-CONTROL OR WS-JOB-ABENDED
               OR WS-JOB-HELD
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

               PERFORM 1200-READ-BUSINESS-DATE THRU 1200-EXIT
               PERFORM 1300-OPEN-RUN-CONTROL THRU 1300-EXIT
               PERFORM 1500-DETERMINE-RESTART-STEP THRU 1500-EXIT
               PERFORM 1600-CHECK-STEP-ORDER THRU 1600-EXIT
           END-IF.
       1000-EXIT.
           EXIT.
       1560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1600-CHECK-STEP-ORDER - every prerequisite a step names
      * must be listed on the control file ahead of it, or the
      * step could never run; such a control file is refused
      * before any step is run.  The file is then reopened for
      * the run itself.
      *-----------------------------------------------------------*
       1600-CHECK-STEP-ORDER.
           PERFORM 1650-LOAD-ONE-CONTROL-ENTRY THRU 1650-EXIT
               UNTIL WS-END-OF-CONTROL
           CLOSE STEP-CONTROL
           OPEN INPUT STEP-CONTROL
           MOVE 'N' TO WS-EOF-SW
           MOVE ZERO TO WS-CTL-SUB
           PERFORM 1700-CHECK-ONE-ENTRY THRU 1700-EXIT
               UNTIL WS-CTL-SUB = WS-CTL-ENTRIES
               OR NOT WS-ORDER-OK
           IF NOT WS-ORDER-OK
               DISPLAY 'STEP CONTROL FILE REFUSED: ' WS-ORDER-MESSAGE
               SET WS-JOB-ABENDED TO TRUE
               SET WS-END-OF-CONTROL TO TRUE
               PERFORM 7100-STAMP-TIMESTAMP THRU 7100-EXIT
               MOVE 'H' TO WS-ALERT-SEVERITY
               MOVE WS-ORDER-MESSAGE TO WS-ALERT-TEXT
               PERFORM 7500-WRITE-OPERATOR-ALERT THRU 7500-EXIT
               MOVE 16 TO RETURN-CODE
           END-IF.
       1600-EXIT.
           EXIT.

       1650-LOAD-ONE-CONTROL-ENTRY.
           READ STEP-CONTROL
               AT END
                   SET WS-END-OF-CONTROL TO TRUE
                   GO TO 1650-EXIT
           END-READ
           IF WS-CTL-ENTRIES = 200
               DISPLAY 'STEP CONTROL FILE TOO LONG - ORDER CHECKED '
                   'FOR THE FIRST 200 STEPS ONLY'
               SET WS-END-OF-CONTROL TO TRUE
               GO TO 1650-EXIT
           END-IF
           ADD 1 TO WS-CTL-ENTRIES
           MOVE STC-STEP-NAME TO WS-CTL-STEP-NAME (WS-CTL-ENTRIES)
           MOVE STC-PREREQ-STEP (1)
               TO WS-CTL-PREREQ-STEP (WS-CTL-ENTRIES 1)
           MOVE STC-PREREQ-STEP (2)
               TO WS-CTL-PREREQ-STEP (WS-CTL-ENTRIES 2)
           MOVE STC-PREREQ-STEP (3)
               TO WS-CTL-PREREQ-STEP (WS-CTL-ENTRIES 3).
       1650-EXIT.
           EXIT.

       1700-CHECK-ONE-ENTRY.
           ADD 1 TO WS-CTL-SUB
           MOVE ZERO TO WS-PREREQ-SUB
           PERFORM 1750-CHECK-ONE-PREREQUISITE THRU 1750-EXIT
               UNTIL WS-PREREQ-SUB = 3
               OR NOT WS-ORDER-OK.
       1700-EXIT.
           EXIT.

       1750-CHECK-ONE-PREREQUISITE.
           ADD 1 TO WS-PREREQ-SUB
           MOVE WS-CTL-PREREQ-STEP (WS-CTL-SUB WS-PREREQ-SUB)
               TO WS-SEARCH-STEP
           IF WS-SEARCH-STEP = SPACES
               GO TO 1750-EXIT
           END-IF
           MOVE ZERO TO WS-CTL-HIT-SUB
           MOVE ZERO TO WS-SST-SUB
           PERFORM 1760-TEST-ONE-LISTED-STEP THRU 1760-EXIT
               UNTIL WS-SST-SUB = WS-CTL-ENTRIES
               OR WS-CTL-HIT-SUB > ZERO
           MOVE SPACES TO WS-ORDER-MESSAGE
           IF WS-CTL-HIT-SUB = ZERO
               MOVE 'N' TO WS-ORDER-OK-SW
               STRING WS-CTL-STEP-NAME (WS-CTL-SUB) ' NEEDS '
                   WS-SEARCH-STEP ' - NOT LISTED'
                   DELIMITED BY SIZE INTO WS-ORDER-MESSAGE
               GO TO 1750-EXIT
           END-IF
           IF WS-CTL-HIT-SUB NOT < WS-CTL-SUB
               MOVE 'N' TO WS-ORDER-OK-SW
               STRING WS-CTL-STEP-NAME (WS-CTL-SUB) ' NEEDS '
                   WS-SEARCH-STEP ' - LISTED AFTER'
                   DELIMITED BY SIZE INTO WS-ORDER-MESSAGE
           END-IF.
       1750-EXIT.
           EXIT.

       1760-TEST-ONE-LISTED-STEP.
           ADD 1 TO WS-SST-SUB
           IF WS-CTL-STEP-NAME (WS-SST-SUB) = WS-SEARCH-STEP
               MOVE WS-SST-SUB TO WS-CTL-HIT-SUB
           END-IF.
       1760-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-RUN-STEPS - take the next entry off the step control
      * file and either skip past it (still catching up to a
      * checkpointed step itself has gone by.
      *-----------------------------------------------------------*
       2050-CATCH-UP-TO-RESTART.
           MOVE 'S' TO WS-NOTE-STATE
           PERFORM 2900-NOTE-STEP-STATE THRU 2900-EXIT
           IF STC-STEP-NAME = WS-RESTART-STEP
               MOVE 'N' TO WS-SKIPPING-SW
           END-IF.

      *-----------------------------------------------------------*
      * 2100-DISPATCH-STEP - run the named step if the control file
      * says to and its prerequisites are met, or log it as
      * skipped if not.
      *-----------------------------------------------------------*
       2100-DISPATCH-STEP.
           ACCEPT WS-CLOCK-TIME FROM TIME
           PERFORM 2150-CHECK-PREREQUISITES THRU 2150-EXIT
           IF STC-SKIP-STEP
               OR NOT WS-TONIGHT-BUSINESS-DAY
               OR (STC-FREQ-MONTH-END
               ADD 1 TO WS-STEPS-SKIPPED-COUNT
               PERFORM 2190-LOG-STEP-SKIPPED THRU 2190-EXIT
           ELSE
           IF NOT WS-PREREQS-MET
               PERFORM 2180-SKIP-FOR-PREREQUISITE THRU 2180-EXIT
           ELSE
           IF STC-LATEST-START > ZERO
               AND WS-CLOCK-TIME > STC-LATEST-START
               PERFORM 2195-DEFER-STEP THRU 2195-EXIT
                       PERFORM 3500-RUN-TRANSORT THRU 3500-EXIT
                   WHEN 'TRANPOST'
                       PERFORM 3700-RUN-TRANPOST THRU 3700-EXIT
                   WHEN 'MEMOLOAD'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'BALRECON'
                       PERFORM 3800-RUN-BALRECON THRU 3800-EXIT
                   WHEN 'GLEXTR  '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'EODSNAP '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'SLPROOF '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ACHORIG '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ACHRETN '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ACHDLOAD'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ATMSETTL'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'WIRERCV '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'WIRECUT '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'RTNDLOAD'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'RTNDRPT '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ATMRECON'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'OCRECON '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'LGLREMIT'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'LGLORPT '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'DECEASED'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'MINORCNV'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'MANDRPT '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'LOANDLQ '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ESCDISB '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ESCANAL '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'CORRLOAD'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'SETLRECN'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'SDBRENT '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'SDBPDUE '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'CHGOSEL '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'CHGOPOST'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'CRBXTR  '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'LOCBILL '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'DEPINS  '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ALMGAP  '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'TDNOTICE'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'PROMORUN'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'PROMORPT'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'RISKRATE'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'SARAGE  '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ATODETCT'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'STAFFRPT'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'SODRPT  '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ENTRPT  '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'USRCERT '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'CERTAPLY'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'ALERTRUN'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'RMAILRPT'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'PRIVNOTC'
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'CDCFEED '
                       PERFORM 4100-RUN-NAMED-STEP THRU 4100-EXIT
                   WHEN 'SLARPT  '
                       PERFORM 4300-RUN-SLARPT THRU 4300-EXIT
                   WHEN 'LOGRET  '
                       PERFORM 2800-UNKNOWN-STEP THRU 2800-EXIT
               END-EVALUATE
           END-IF
           END-IF
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2150-CHECK-PREREQUISITES - each prerequisite named must
      * have reached tonight the outcome the step needs of it.
      * A prerequisite needing anything but 'F' is taken as
      * needing success.
      *-----------------------------------------------------------*
       2150-CHECK-PREREQUISITES.
           SET WS-PREREQS-MET TO TRUE
           MOVE SPACES TO WS-PREREQ-REASON
           MOVE ZERO TO WS-PREREQ-SUB
           PERFORM 2160-CHECK-ONE-PREREQUISITE THRU 2160-EXIT
               UNTIL WS-PREREQ-SUB = 3
               OR NOT WS-PREREQS-MET.
       2150-EXIT.
           EXIT.

       2160-CHECK-ONE-PREREQUISITE.
           ADD 1 TO WS-PREREQ-SUB
           IF STC-PREREQ-STEP (WS-PREREQ-SUB) = SPACES
               GO TO 2160-EXIT
           END-IF
           MOVE STC-PREREQ-STEP (WS-PREREQ-SUB) TO WS-SEARCH-STEP
           PERFORM 2950-FIND-STEP-STATE THRU 2950-EXIT
           IF WS-SST-HIT-SUB > ZERO
               IF WS-SST-SUCCEEDED (WS-SST-HIT-SUB)
                   GO TO 2160-EXIT
               END-IF
               IF STC-NEEDS-FINISH (WS-PREREQ-SUB)
                   AND WS-SST-PASSED-OVER (WS-SST-HIT-SUB)
                   GO TO 2160-EXIT
               END-IF
           END-IF
           MOVE 'N' TO WS-PREREQS-MET-SW
           IF STC-NEEDS-FINISH (WS-PREREQ-SUB)
               MOVE 'FINISHED' TO WS-NEEDS-WORD
           ELSE
               MOVE 'SUCCEEDED' TO WS-NEEDS-WORD
           END-IF
           STRING 'NEEDS ' WS-SEARCH-STEP ' ' WS-NEEDS-WORD
               DELIMITED BY SIZE INTO WS-PREREQ-REASON.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2180-SKIP-FOR-PREREQUISITE - logged as skipped, with the
      * prerequisite not met as the reason.
      *-----------------------------------------------------------*
       2180-SKIP-FOR-PREREQUISITE.
           ADD 1 TO WS-STEPS-SKIPPED-COUNT
           DISPLAY 'STEP SKIPPED: ' STC-STEP-NAME ' '
               WS-PREREQ-REASON
           PERFORM 7100-STAMP-TIMESTAMP THRU 7100-EXIT
           MOVE STC-STEP-NAME TO AUD-STEP-NAME
           SET AUD-STEP-EXIT TO TRUE
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'SKIPPED ' TO AUD-OUTCOME
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           MOVE WS-PREREQ-REASON TO AUD-REASON
           WRITE STEP-AUDIT-LINE FROM WS-STEP-AUDIT-RECORD
           MOVE SPACES TO AUD-REASON
           MOVE 'P' TO WS-NOTE-STATE
           PERFORM 2900-NOTE-STEP-STATE THRU 2900-EXIT.
       2180-EXIT.
           EXIT.

       2190-LOG-STEP-SKIPPED.
           PERFORM 7100-STAMP-TIMESTAMP THRU 7100-EXIT
           MOVE STC-STEP-NAME TO AUD-STEP-NAME
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'SKIPPED ' TO AUD-OUTCOME
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           WRITE STEP-AUDIT-LINE FROM WS-STEP-AUDIT-RECORD
           MOVE 'O' TO WS-NOTE-STATE
           PERFORM 2900-NOTE-STEP-STATE THRU 2900-EXIT.
       2190-EXIT.
           EXIT.

           MOVE 'DEFERRED' TO AUD-OUTCOME
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           WRITE STEP-AUDIT-LINE FROM WS-STEP-AUDIT-RECORD
           MOVE 'D' TO WS-NOTE-STATE
           PERFORM 2900-NOTE-STEP-STATE THRU 2900-EXIT
           OPEN EXTEND OPERATOR-ALERT
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT OPERATOR-ALERT
       2195-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-GATE-INPUT-VOLUME - an input step with a tolerance on
      * STEPCTL has its incoming file gauged before it runs, and
      * the record count and amount total judged against the
      * trailing average of its recorded nights.  Outside
      * tolerance, the step runs only if an operator has
      * confirmed the volume on VOLREL; aborted there, it is
      * passed over for the night; otherwise it is held and the
      * chain stops at it with a high-severity alert, the
      * checkpoint left on the step before so the restart the
      * operator makes after answering resumes here.
      *-----------------------------------------------------------*
       2500-GATE-INPUT-VOLUME.
           SET WS-VOLUME-PASSED TO TRUE
           IF STC-VOLUME-TOLERANCE IS NOT NUMERIC
               OR STC-VOLUME-TOLERANCE = ZERO
               GO TO 2500-EXIT
           END-IF
           MOVE STC-STEP-NAME TO VGP-STEP-NAME
           CALL 'VOLGAUGE' USING WS-VOLUME-GAUGE-PARM
           IF VGP-NOT-INPUT-STEP
               DISPLAY 'NO VOLUME GAUGE FOR STEP ' STC-STEP-NAME
                   ' - RUNNING UNGAUGED'
               GO TO 2500-EXIT
           END-IF
           IF VGP-FILE-MISSING
               DISPLAY 'INCOMING FILE MISSING FOR STEP '
                   STC-STEP-NAME
           END-IF
           PERFORM 2520-AVERAGE-VOLUME-HISTORY THRU 2520-EXIT
           IF WS-VH-ENTRIES < WS-VH-MINIMUM
               DISPLAY 'TOO LITTLE VOLUME HISTORY TO GAUGE '
                   STC-STEP-NAME ' - VOLUME RECORDED ONLY'
               MOVE 'L' TO WS-VOLUME-DISPOSITION
               PERFORM 2580-RECORD-VOLUME THRU 2580-EXIT
               GO TO 2500-EXIT
           END-IF
           PERFORM 2540-TEST-TOLERANCE THRU 2540-EXIT
           IF WS-VOLUME-IN-TOLERANCE
               MOVE 'T' TO WS-VOLUME-DISPOSITION
               PERFORM 2580-RECORD-VOLUME THRU 2580-EXIT
               GO TO 2500-EXIT
           END-IF
           MOVE VGP-AMOUNT-TOTAL TO WS-AMOUNT-DISPLAY
           DISPLAY 'INPUT VOLUME OUTSIDE TOLERANCE: ' STC-STEP-NAME
               ' COUNT ' VGP-RECORD-COUNT ' AMOUNT ' WS-AMOUNT-DISPLAY
           MOVE WS-AVERAGE-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY '  TRAILING AVERAGE COUNT ' WS-AVERAGE-COUNT
               ' AMOUNT ' WS-AMOUNT-DISPLAY
               ' TOLERANCE ' STC-VOLUME-TOLERANCE '%'
           PERFORM 2560-FIND-RELEASE THRU 2560-EXIT
           EVALUATE TRUE
               WHEN WS-RELEASE-CONFIRM
                   DISPLAY '  VOLUME CONFIRMED BY '
                       WS-RELEASE-OPERATOR
                   MOVE 'C' TO WS-VOLUME-DISPOSITION
                   PERFORM 2580-RECORD-VOLUME THRU 2580-EXIT
               WHEN WS-RELEASE-ABORT
                   PERFORM 2590-ABORT-STEP THRU 2590-EXIT
               WHEN OTHER
                   PERFORM 2595-HOLD-STEP THRU 2595-EXIT
           END-EVALUATE.
       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2520-AVERAGE-VOLUME-HISTORY - the step's last WS-VH-WINDOW
      * recorded nights before tonight, kept round a ring of
      * slots.  A night recorded twice (a step rerun after an
      * abend) counts once, at its later volume.
      *-----------------------------------------------------------*
       2520-AVERAGE-VOLUME-HISTORY.
           MOVE ZERO TO WS-VH-ENTRIES
           MOVE ZERO TO WS-VH-SLOT
           MOVE ZERO TO WS-VH-COUNT-SUM
           MOVE ZERO TO WS-VH-AMOUNT-SUM
           MOVE ZERO TO WS-AVERAGE-COUNT
           MOVE ZERO TO WS-AVERAGE-AMOUNT
           OPEN INPUT VOLUME-HISTORY
           IF NOT WS-VH-OK
               GO TO 2520-EXIT
           END-IF
           MOVE 'N' TO WS-VH-EOF-SW
           PERFORM 2530-READ-ONE-VOLUME THRU 2530-EXIT
               UNTIL WS-END-OF-VOLUME-HISTORY
           CLOSE VOLUME-HISTORY
           IF WS-VH-ENTRIES = ZERO
               GO TO 2520-EXIT
           END-IF
           MOVE ZERO TO WS-VH-SUB
           PERFORM 2535-SUM-ONE-VOLUME THRU 2535-EXIT
               UNTIL WS-VH-SUB = WS-VH-ENTRIES
           COMPUTE WS-AVERAGE-COUNT ROUNDED =
               WS-VH-COUNT-SUM / WS-VH-ENTRIES
           COMPUTE WS-AVERAGE-AMOUNT ROUNDED =
               WS-VH-AMOUNT-SUM / WS-VH-ENTRIES.
       2520-EXIT.
           EXIT.

       2530-READ-ONE-VOLUME.
           READ VOLUME-HISTORY
               AT END
                   SET WS-END-OF-VOLUME-HISTORY TO TRUE
                   GO TO 2530-EXIT
           END-READ
           IF VHS-STEP-NAME NOT = STC-STEP-NAME
               OR VHS-BUSINESS-DATE = WS-BUSINESS-DATE
               GO TO 2530-EXIT
           END-IF
           IF WS-VH-ENTRIES > ZERO
               AND VHS-BUSINESS-DATE = WS-VH-DATE (WS-VH-SLOT)
               MOVE VHS-RECORD-COUNT TO WS-VH-COUNT (WS-VH-SLOT)
               MOVE VHS-AMOUNT-TOTAL TO WS-VH-AMOUNT (WS-VH-SLOT)
               GO TO 2530-EXIT
           END-IF
           ADD 1 TO WS-VH-SLOT
           IF WS-VH-SLOT > WS-VH-WINDOW
               MOVE 1 TO WS-VH-SLOT
           END-IF
           IF WS-VH-ENTRIES < WS-VH-WINDOW
               ADD 1 TO WS-VH-ENTRIES
           END-IF
           MOVE VHS-BUSINESS-DATE TO WS-VH-DATE (WS-VH-SLOT)
           MOVE VHS-RECORD-COUNT TO WS-VH-COUNT (WS-VH-SLOT)
           MOVE VHS-AMOUNT-TOTAL TO WS-VH-AMOUNT (WS-VH-SLOT).
       2530-EXIT.
           EXIT.

       2535-SUM-ONE-VOLUME.
           ADD 1 TO WS-VH-SUB
           ADD WS-VH-COUNT (WS-VH-SUB) TO WS-VH-COUNT-SUM
           ADD WS-VH-AMOUNT (WS-VH-SUB) TO WS-VH-AMOUNT-SUM.
       2535-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2540-TEST-TOLERANCE - count and amount must both lie
      * within the tolerance percent either side of the average.
      *-----------------------------------------------------------*
       2540-TEST-TOLERANCE.
           MOVE 'N' TO WS-TOLERANCE-SW
           COMPUTE WS-LOW-COUNT = WS-AVERAGE-COUNT
               * (100 - STC-VOLUME-TOLERANCE) / 100
           COMPUTE WS-HIGH-COUNT = WS-AVERAGE-COUNT
               * (100 + STC-VOLUME-TOLERANCE) / 100
           COMPUTE WS-LOW-AMOUNT = WS-AVERAGE-AMOUNT
               * (100 - STC-VOLUME-TOLERANCE) / 100
           COMPUTE WS-HIGH-AMOUNT = WS-AVERAGE-AMOUNT
               * (100 + STC-VOLUME-TOLERANCE) / 100
           IF VGP-RECORD-COUNT NOT < WS-LOW-COUNT
               AND VGP-RECORD-COUNT NOT > WS-HIGH-COUNT
               AND VGP-AMOUNT-TOTAL NOT < WS-LOW-AMOUNT
               AND VGP-AMOUNT-TOTAL NOT > WS-HIGH-AMOUNT
               SET WS-VOLUME-IN-TOLERANCE TO TRUE
           END-IF.
       2540-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2560-FIND-RELEASE - the operator's answer for this step on
      * this business date, the last one given if more than one.
      *-----------------------------------------------------------*
       2560-FIND-RELEASE.
           MOVE SPACE TO WS-RELEASE-ACTION
           MOVE SPACES TO WS-RELEASE-OPERATOR
           OPEN INPUT VOLUME-RELEASE
           IF NOT WS-VR-OK
               GO TO 2560-EXIT
           END-IF
           MOVE 'N' TO WS-VR-EOF-SW
           PERFORM 2565-READ-ONE-RELEASE THRU 2565-EXIT
               UNTIL WS-END-OF-VOLUME-RELEASE
           CLOSE VOLUME-RELEASE.
       2560-EXIT.
           EXIT.

       2565-READ-ONE-RELEASE.
           READ VOLUME-RELEASE
               AT END
                   SET WS-END-OF-VOLUME-RELEASE TO TRUE
               NOT AT END
                   IF VRL-STEP-NAME = STC-STEP-NAME
                       AND VRL-BUSINESS-DATE = WS-BUSINESS-DATE
                       AND (VRL-CONFIRM OR VRL-ABORT)
                       MOVE VRL-ACTION TO WS-RELEASE-ACTION
                       MOVE VRL-OPERATOR TO WS-RELEASE-OPERATOR
                   END-IF
           END-READ.
       2565-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2580-RECORD-VOLUME - tonight's accepted volume onto the
      * history, for later nights to be judged by.
      *-----------------------------------------------------------*
       2580-RECORD-VOLUME.
           OPEN EXTEND VOLUME-HISTORY
           IF WS-VH-NOT-FOUND
               OPEN OUTPUT VOLUME-HISTORY
           END-IF
           IF NOT WS-VH-OK
               DISPLAY 'UNABLE TO RECORD INPUT VOLUME FOR '
                   STC-STEP-NAME
               GO TO 2580-EXIT
           END-IF
           MOVE STC-STEP-NAME TO VHS-STEP-NAME
           MOVE WS-BUSINESS-DATE TO VHS-BUSINESS-DATE
           MOVE WS-RUN-NUMBER TO VHS-RUN-NUMBER
           MOVE VGP-RECORD-COUNT TO VHS-RECORD-COUNT
           MOVE VGP-AMOUNT-TOTAL TO VHS-AMOUNT-TOTAL
           MOVE WS-VOLUME-DISPOSITION TO VHS-DISPOSITION
           WRITE VOLUME-HISTORY-RECORD
           CLOSE VOLUME-HISTORY.
       2580-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2590-ABORT-STEP - the operator has aborted the step for
      * the night.  It is logged and counted as skipped and
      * checkpointed, so neither this run nor a restart loads the
      * file, and the chain goes on.
      *-----------------------------------------------------------*
       2590-ABORT-STEP.
           SET WS-VOLUME-ABORTED TO TRUE
           ADD 1 TO WS-STEPS-SKIPPED-COUNT
           DISPLAY '  STEP ABORTED BY ' WS-RELEASE-OPERATOR
           PERFORM 7100-STAMP-TIMESTAMP THRU 7100-EXIT
           MOVE STC-STEP-NAME TO AUD-STEP-NAME
           SET AUD-STEP-EXIT TO TRUE
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'ABORTED ' TO AUD-OUTCOME
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           WRITE STEP-AUDIT-LINE FROM WS-STEP-AUDIT-RECORD
           PERFORM 7900-WRITE-STEP-CHECKPOINT THRU 7900-EXIT
           MOVE 'O' TO WS-NOTE-STATE
           PERFORM 2900-NOTE-STEP-STATE THRU 2900-EXIT
           MOVE 'M' TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING 'VOLUME ABORT ' STC-STEP-NAME ' BY '
               WS-RELEASE-OPERATOR
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM 7500-WRITE-OPERATOR-ALERT THRU 7500-EXIT.
       2590-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2595-HOLD-STEP - no answer yet; stop the chain at the step
      * for an operator.
      *-----------------------------------------------------------*
       2595-HOLD-STEP.
           SET WS-VOLUME-HELD TO TRUE
           SET WS-JOB-HELD TO TRUE
           DISPLAY '  STEP HELD - CONFIRM OR ABORT ON VOLREL FOR '
               'BUSINESS DATE ' WS-BUSINESS-DATE ' AND RESTART'
           PERFORM 7100-STAMP-TIMESTAMP THRU 7100-EXIT
           MOVE STC-STEP-NAME TO AUD-STEP-NAME
           SET AUD-STEP-EXIT TO TRUE
           MOVE WS-CURRENT-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'HELD    ' TO AUD-OUTCOME
           MOVE WS-RUN-NUMBER TO AUD-RUN-NUMBER
           WRITE STEP-AUDIT-LINE FROM WS-STEP-AUDIT-RECORD
           MOVE 'H' TO WS-ALERT-SEVERITY
           MOVE SPACES TO WS-ALERT-TEXT
           STRING 'VOLUME HOLD ' STC-STEP-NAME ' CNT '
               VGP-RECORD-COUNT '/' WS-AVERAGE-COUNT
               DELIMITED BY SIZE INTO WS-ALERT-TEXT
           PERFORM 7500-WRITE-OPERATOR-ALERT THRU 7500-EXIT
           MOVE 16 TO RETURN-CODE.
       2595-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-NOTE-STEP-STATE - WS-NOTE-STATE against the step in
      * hand, for later steps' prerequisites to be judged by.
      *-----------------------------------------------------------*
       2900-NOTE-STEP-STATE.
           MOVE STC-STEP-NAME TO WS-SEARCH-STEP
           PERFORM 2950-FIND-STEP-STATE THRU 2950-EXIT
           IF WS-SST-HIT-SUB = ZERO
               IF WS-SST-ENTRIES = 200
                   GO TO 2900-EXIT
               END-IF
               ADD 1 TO WS-SST-ENTRIES
               MOVE WS-SST-ENTRIES TO WS-SST-HIT-SUB
               MOVE STC-STEP-NAME TO WS-SST-STEP-NAME (WS-SST-HIT-SUB)
           END-IF
           MOVE WS-NOTE-STATE TO WS-SST-STATE (WS-SST-HIT-SUB).
       2900-EXIT.
           EXIT.

       2950-FIND-STEP-STATE.
           MOVE ZERO TO WS-SST-SUB
           MOVE ZERO TO WS-SST-HIT-SUB
           PERFORM 2960-TEST-ONE-STEP-STATE THRU 2960-EXIT
               UNTIL WS-SST-SUB = WS-SST-ENTRIES
               OR WS-SST-HIT-SUB > ZERO.
       2950-EXIT.
           EXIT.

       2960-TEST-ONE-STEP-STATE.
           ADD 1 TO WS-SST-SUB
           IF WS-SST-STEP-NAME (WS-SST-SUB) = WS-SEARCH-STEP
               MOVE WS-SST-SUB TO WS-SST-HIT-SUB
           END-IF.
       2960-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2800-UNKNOWN-STEP - the control file named a step this
      * driver has no processing for; treat it as an abend rather
      * the transaction file.
      *-----------------------------------------------------------*
       3600-RUN-STRUCT.
           PERFORM 2500-GATE-INPUT-VOLUME THRU 2500-EXIT
           IF NOT WS-VOLUME-PASSED
               GO TO 3600-EXIT
           END-IF
           PERFORM 7000-LOG-STEP-ENTRY THRU 7000-EXIT
           MOVE ZERO TO RETURN-CODE
           CALL 'STRUCT'
      *-----------------------------------------------------------*
      * 4100-RUN-NAMED-STEP - the newer batch programs are all
      * CALLed and judged the same way; the step name on the
      * control record is the program name.  The input steps
      * among them pass the volume gate first.
      *-----------------------------------------------------------*
       4100-RUN-NAMED-STEP.
           PERFORM 2500-GATE-INPUT-VOLUME THRU 2500-EXIT
           IF NOT WS-VOLUME-PASSED
               GO TO 4100-EXIT
           END-IF
           PERFORM 7000-LOG-STEP-ENTRY THRU 7000-EXIT
           MOVE ZERO TO RETURN-CODE
           CALL STC-STEP-NAME
       7400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-WRITE-OPERATOR-ALERT - the caller has set the
      * severity and the text.
      *-----------------------------------------------------------*
       7500-WRITE-OPERATOR-ALERT.
           OPEN EXTEND OPERATOR-ALERT
           IF WS-AL-NOT-FOUND
               OPEN OUTPUT OPERATOR-ALERT
           END-IF
           MOVE WS-ALERT-SEVERITY TO OPA-SEVERITY
           MOVE 'GOTOSTMT' TO OPA-SOURCE-PROGRAM
           MOVE WS-ALERT-TEXT TO OPA-MESSAGE
           MOVE WS-CURRENT-TIMESTAMP TO OPA-TIMESTAMP
           SET OPA-UNACKNOWLEDGED TO TRUE
           MOVE SPACES TO OPA-ACKED-BY
           WRITE OPERATOR-ALERT-RECORD
           CLOSE OPERATOR-ALERT.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7900-WRITE-STEP-CHECKPOINT - record the step just completed
      * so a restart of this job knows not to run it again.
      *-----------------------------------------------------------*
       7900-WRITE-STEP-CHECKPOINT.
           MOVE STC-STEP-NAME TO CKP-LAST-STEP
           WRITE STEP-CHECKPOINT-RECORD
           MOVE 'S' TO WS-NOTE-STATE
           PERFORM 2900-NOTE-STEP-STATE THRU 2900-EXIT.
       7900-EXIT.
           EXIT.

           MOVE WS-CURRENT-TIMESTAMP TO ERR-TIMESTAMP
           MOVE WS-RUN-NUMBER TO ERR-RUN-NUMBER
           WRITE STEP-ERROR-LINE FROM WS-STEP-ERROR-RECORD
           MOVE 'F' TO WS-NOTE-STATE
           PERFORM 2900-NOTE-STEP-STATE THRU 2900-EXIT
           PERFORM 8100-RAISE-OPERATOR-ALERT THRU 8100-EXIT
           MOVE 'FAILED  ' TO WS-STEP-OUTCOME
           PERFORM 7200-LOG-STEP-EXIT THRU 7200-EXIT
           MOVE WS-STEPS-FAILED-COUNT TO JSM-STEPS-FAILED
           IF WS-JOB-ABENDED
               MOVE 'FAILED  ' TO JSM-JOB-OUTCOME
           ELSE
           IF WS-JOB-HELD
               MOVE 'HELD    ' TO JSM-JOB-OUTCOME
           ELSE
               MOVE 'SUCCESS ' TO JSM-JOB-OUTCOME
           END-IF
           END-IF
           MOVE WS-RUN-NUMBER TO JSM-RUN-NUMBER
           MOVE WS-STEPS-DEFERRED-COUNT TO JSM-STEPS-DEFERRED
           WRITE JOB-SUMMARY-LINE FROM WS-JOB-SUMMARY-RECORD.
