      *-----------------------------------------------------------*
      * PROGRAM:      STAFFRPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Staff-account exception report.  Run nightly.  USERADM
      * links an operator ID to the CUSTMST customer(s) behind it -
      * the staff member themselves and any relatives or household
      * members.  Every account those customers hold (CUSTACCT, any
      * role) is watched for that operator, and so is every
      * account of another customer whose address line and zip on
      * CUSTMST match the staff member's own.  The business date's
      * activity is then played against the watch list:
      *
      *   - transactions on the posting log entered by the operator
      *     (posted or rejected);
      *   - overrides on the override log made by the operator;
      *   - suspense items the operator requeued or paid, judged
      *     on the account the item was requeued to as well as the
      *     account it came in on;
      *   - fee waivers on FEEACT.  Waivers are applied by the fee
      *     run, not keyed, so every waiver on a watched account is
      *     listed against the operator watching it.
      *
      * Each hit is one line on STAFFEXC.OUT naming the operator,
      * the account, the activity and why the account is watched.
      * Any exception leaves a warning return code for the chain.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE, SUSPWIDE
      *                    and TRANWIDE so old-layout records are
      *                    accepted; money work fields and report
      *                    columns widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAFFRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-LOG-STATUS.
           SELECT OVERRIDE-LOG ASSIGN TO "OVRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERRIDE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "TRANSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UID
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT FEE-ACTIVITY ASSIGN TO "FEEACT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEE-ACT-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO "STAFFEXC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY "usrmst.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  POSTING-LOG.
       COPY "postlog.cpy".

       FD  OVERRIDE-LOG.
       COPY "ovrlog.cpy".

       FD  SUSPENSE-FILE.
       COPY "suspfile.cpy".

       FD  TRANSACTION-FILE.
       COPY "tranrec.cpy".

       FD  FEE-ACTIVITY.
       COPY "feeact.cpy".

       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-LINE       PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-LINK-FILE-STATUS      PIC X(02).
           88  WS-LK-OK                       VALUE '00'.
       01  WS-POSTING-LOG-STATUS    PIC X(02).
           88  WS-PLG-OK                      VALUE '00'.
       01  WS-OVERRIDE-STATUS       PIC X(02).
           88  WS-OV-OK                       VALUE '00'.
       01  WS-SUSPENSE-STATUS       PIC X(02).
           88  WS-SUSP-OK                     VALUE '00'.
       01  WS-TRAN-FILE-STATUS      PIC X(02).
           88  WS-TF-OK                       VALUE '00'.
       01  WS-FEE-ACT-STATUS        PIC X(02).
           88  WS-FA-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-CM-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-CM-OPEN                     VALUE 'Y'.
       01  WS-TRAN-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TRAN-FILE-OPEN              VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-CUST-EOF-SW           PIC X(01).
           88  WS-END-OF-CUSTOMER             VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-USER-SUB              PIC 9(01).
       01  WS-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-TRAN-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-OVERRIDE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-SUSPENSE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-WAIVER-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-REQUEUED-ACCOUNT-ID   PIC 9(07).

      *-----------------------------------------------------------*
      * The activity being judged.  The override log keeps only
      * the first eight characters of the operator, so the name
      * is compared over WS-EV-NAME-LEN; a fee waiver has no
      * operator and matches whoever watches the account.
      *-----------------------------------------------------------*
       01  WS-EVENT.
           05  WS-EV-OPERATOR       PIC X(20).
           05  WS-EV-NAME-LEN       PIC 9(02).
           05  WS-EV-ANY-SW         PIC X(01).
               88  WS-EV-ANY-OPERATOR         VALUE 'Y'.
           05  WS-EV-ACCOUNT-ID     PIC 9(07).
           05  WS-EV-TYPE           PIC X(04).
           05  WS-EV-DETAIL         PIC X(12).
           05  WS-EV-AMOUNT         PIC 9(11)V9(02).
           05  WS-EV-REFERENCE      PIC 9(05).
       01  WS-EV-HIT-SW             PIC X(01).
           88  WS-EV-HIT                      VALUE 'Y'.

      *-----------------------------------------------------------*
      * Staff addresses (from self-linked customers), the
      * customers watched for each operator, and the accounts
      * those customers hold.  Basis S is the staff member, R a
      * linked relative, A a customer sharing the staff address.
      *-----------------------------------------------------------*
       01  WS-ADR-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-ADR-SUB               PIC 9(04).
       01  WS-ADR-TABLE.
           05  WS-ADR-ENTRY OCCURS 500 TIMES.
               10  WS-ADR-OPERATOR     PIC X(20).
               10  WS-ADR-CUSTOMER-ID  PIC 9(07).
               10  WS-ADR-LINE-1       PIC X(30).
               10  WS-ADR-ZIP          PIC X(10).
       01  WS-WCU-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-WCU-SUB               PIC 9(04).
       01  WS-WCU-HIT-SUB           PIC 9(04).
       01  WS-WCU-TABLE.
           05  WS-WCU-ENTRY OCCURS 2000 TIMES.
               10  WS-WCU-OPERATOR     PIC X(20).
               10  WS-WCU-CUSTOMER-ID  PIC 9(07).
               10  WS-WCU-BASIS        PIC X(01).
       01  WS-WAC-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-WAC-SUB               PIC 9(04).
       01  WS-WAC-HIT-SUB           PIC 9(04).
       01  WS-WAC-TABLE.
           05  WS-WAC-ENTRY OCCURS 3000 TIMES.
               10  WS-WAC-OPERATOR     PIC X(20).
               10  WS-WAC-ACCOUNT-ID   PIC 9(07).
               10  WS-WAC-CUSTOMER-ID  PIC 9(07).
               10  WS-WAC-BASIS        PIC X(01).
       01  WS-NEW-OPERATOR          PIC X(20).
       01  WS-NEW-CUSTOMER-ID       PIC 9(07).
       01  WS-NEW-BASIS             PIC X(01).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'STAFF-ACCOUNT EXCEPTIONS FOR BUSINESS DA'.
           05  FILLER               PIC X(04) VALUE 'TE  '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'OPERATOR             ACCOUNT TYPE DETAIL'.
           05  FILLER               PIC X(40) VALUE
               '             AMOUNT   REF BASIS    CUSTO'.
           05  FILLER               PIC X(03) VALUE 'MER'.
       01  WS-DETAIL-LINE.
           05  WS-DL-OPERATOR       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-TYPE           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-DETAIL         PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-REFERENCE      PIC 9(05).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-BASIS          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-CUSTOMER-ID    PIC 9(07).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-WCU-ENTRIES > ZERO
               PERFORM 2500-LOAD-ADDRESS-MATCHES THRU 2500-EXIT
               PERFORM 2800-LOAD-WATCH-ACCOUNTS THRU 2800-EXIT
           END-IF
           IF WS-WAC-ENTRIES > ZERO
               PERFORM 3000-SCAN-POSTINGS THRU 3000-EXIT
               PERFORM 3500-SCAN-OVERRIDES THRU 3500-EXIT
               PERFORM 4000-SCAN-SUSPENSE THRU 4000-EXIT
               PERFORM 4500-SCAN-FEE-WAIVERS THRU 4500-EXIT
           END-IF
           PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the business date, the report, and the
      * operator-to-customer links off the user master.  No links
      * means no staff accounts to watch; the report still goes
      * out, empty.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN OUTPUT EXCEPTION-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE EXCEPTION-REPORT-LINE FROM WS-COLUMN-HEADER
           OPEN INPUT USER-MASTER
           IF NOT WS-UM-OK
               DISPLAY 'UNABLE TO OPEN USER MASTER, STATUS '
                   WS-USER-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CM-OK
               SET WS-CM-OPEN TO TRUE
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2000-LOAD-ONE-USER THRU 2000-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE USER-MASTER.
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
      * 2000-LOAD-ONE-USER - each linked customer becomes a watched
      * customer for the operator; a self-linked customer's
      * address is kept for the shared-address pass.  A record
      * written before the links existed carries blanks and is
      * passed over.
      *-----------------------------------------------------------*
       2000-LOAD-ONE-USER.
           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2000-EXIT
           END-READ
           MOVE ZERO TO WS-USER-SUB
           PERFORM 2100-LOAD-ONE-LINK THRU 2100-EXIT
               UNTIL WS-USER-SUB = 4.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-LINK.
           ADD 1 TO WS-USER-SUB
           IF USR-LINK-CUSTOMER-ID (WS-USER-SUB) NOT NUMERIC
               OR USR-LINK-CUSTOMER-ID (WS-USER-SUB) = ZERO
               GO TO 2100-EXIT
           END-IF
           MOVE USR-USERNAME TO WS-NEW-OPERATOR
           MOVE USR-LINK-CUSTOMER-ID (WS-USER-SUB)
               TO WS-NEW-CUSTOMER-ID
           IF USR-LINK-SELF (WS-USER-SUB)
               MOVE 'S' TO WS-NEW-BASIS
           ELSE
               MOVE 'R' TO WS-NEW-BASIS
           END-IF
           PERFORM 2900-ADD-WATCH-CUSTOMER THRU 2900-EXIT
           IF NOT USR-LINK-SELF (WS-USER-SUB) OR NOT WS-CM-OPEN
               GO TO 2100-EXIT
           END-IF
           MOVE WS-NEW-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ
           IF CUM-ADDR-LINE-1 = SPACES
               GO TO 2100-EXIT
           END-IF
           IF WS-ADR-ENTRIES = 500
               DISPLAY 'STAFF ADDRESS TABLE FULL - LATER ADDRESSES '
                   'NOT MATCHED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ADR-ENTRIES
           MOVE WS-NEW-OPERATOR TO WS-ADR-OPERATOR (WS-ADR-ENTRIES)
           MOVE WS-NEW-CUSTOMER-ID TO
               WS-ADR-CUSTOMER-ID (WS-ADR-ENTRIES)
           MOVE CUM-ADDR-LINE-1 TO WS-ADR-LINE-1 (WS-ADR-ENTRIES)
           MOVE CUM-ZIP TO WS-ADR-ZIP (WS-ADR-ENTRIES).
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-LOAD-ADDRESS-MATCHES - one pass of the customer master
      * for other customers living at a staff member's address
      * (same first address line and zip).
      *-----------------------------------------------------------*
       2500-LOAD-ADDRESS-MATCHES.
           IF NOT WS-CM-OPEN OR WS-ADR-ENTRIES = ZERO
               GO TO 2500-EXIT
           END-IF
           MOVE ZERO TO CUM-CUSTOMER-ID
           MOVE 'N' TO WS-SCAN-EOF-SW
           START CUSTOMER-MASTER KEY NOT LESS THAN CUM-CUSTOMER-ID
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM 2600-MATCH-ONE-CUSTOMER THRU 2600-EXIT
               UNTIL WS-END-OF-SCAN.
       2500-EXIT.
           EXIT.

       2600-MATCH-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2600-EXIT
           END-READ
           IF CUM-ADDR-LINE-1 = SPACES
               GO TO 2600-EXIT
           END-IF
           MOVE ZERO TO WS-ADR-SUB
           PERFORM 2650-MATCH-ONE-ADDRESS THRU 2650-EXIT
               UNTIL WS-ADR-SUB = WS-ADR-ENTRIES.
       2600-EXIT.
           EXIT.

       2650-MATCH-ONE-ADDRESS.
           ADD 1 TO WS-ADR-SUB
           IF CUM-CUSTOMER-ID = WS-ADR-CUSTOMER-ID (WS-ADR-SUB)
               OR CUM-ADDR-LINE-1 NOT = WS-ADR-LINE-1 (WS-ADR-SUB)
               OR CUM-ZIP NOT = WS-ADR-ZIP (WS-ADR-SUB)
               GO TO 2650-EXIT
           END-IF
           MOVE WS-ADR-OPERATOR (WS-ADR-SUB) TO WS-NEW-OPERATOR
           MOVE CUM-CUSTOMER-ID TO WS-NEW-CUSTOMER-ID
           MOVE 'A' TO WS-NEW-BASIS
           PERFORM 2900-ADD-WATCH-CUSTOMER THRU 2900-EXIT.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2800-LOAD-WATCH-ACCOUNTS - every account each watched
      * customer holds, in any role.  The link file is keyed on
      * customer first, so each customer's links are read by a
      * START on the customer and a walk until it changes.
      *-----------------------------------------------------------*
       2800-LOAD-WATCH-ACCOUNTS.
           OPEN INPUT CUSTOMER-ACCOUNT
           IF NOT WS-LK-OK
               DISPLAY 'UNABLE TO OPEN CUSTOMER LINK FILE, STATUS '
                   WS-LINK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 2800-EXIT
           END-IF
           MOVE ZERO TO WS-WCU-SUB
           PERFORM 2810-LOAD-ONE-CUSTOMER THRU 2810-EXIT
               UNTIL WS-WCU-SUB = WS-WCU-ENTRIES
           CLOSE CUSTOMER-ACCOUNT.
       2800-EXIT.
           EXIT.

       2810-LOAD-ONE-CUSTOMER.
           ADD 1 TO WS-WCU-SUB
           MOVE WS-WCU-CUSTOMER-ID (WS-WCU-SUB) TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           MOVE 'N' TO WS-CUST-EOF-SW
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-CUSTOMER TO TRUE
           END-START
           PERFORM 2850-LOAD-ONE-ACCOUNT THRU 2850-EXIT
               UNTIL WS-END-OF-CUSTOMER.
       2810-EXIT.
           EXIT.

       2850-LOAD-ONE-ACCOUNT.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-CUSTOMER TO TRUE
                   GO TO 2850-EXIT
           END-READ
           IF CAR-CUSTOMER-ID NOT = WS-WCU-CUSTOMER-ID (WS-WCU-SUB)
               SET WS-END-OF-CUSTOMER TO TRUE
               GO TO 2850-EXIT
           END-IF
           MOVE ZERO TO WS-WAC-HIT-SUB
           MOVE ZERO TO WS-WAC-SUB
           PERFORM 2870-TEST-ONE-WATCHED THRU 2870-EXIT
               UNTIL WS-WAC-HIT-SUB NOT = ZERO
               OR WS-WAC-SUB = WS-WAC-ENTRIES
           IF WS-WAC-HIT-SUB NOT = ZERO
               GO TO 2850-EXIT
           END-IF
           IF WS-WAC-ENTRIES = 3000
               DISPLAY 'WATCHED ACCOUNT TABLE FULL - LATER ACCOUNTS '
                   'NOT WATCHED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-CUSTOMER TO TRUE
               GO TO 2850-EXIT
           END-IF
           ADD 1 TO WS-WAC-ENTRIES
           MOVE WS-WCU-OPERATOR (WS-WCU-SUB)
               TO WS-WAC-OPERATOR (WS-WAC-ENTRIES)
           MOVE CAR-ACCOUNT-ID TO WS-WAC-ACCOUNT-ID (WS-WAC-ENTRIES)
           MOVE CAR-CUSTOMER-ID TO
               WS-WAC-CUSTOMER-ID (WS-WAC-ENTRIES)
           MOVE WS-WCU-BASIS (WS-WCU-SUB)
               TO WS-WAC-BASIS (WS-WAC-ENTRIES).
       2850-EXIT.
           EXIT.

      *    An account already watched for the same operator keeps
      *    its first basis - links load ahead of address matches.
       2870-TEST-ONE-WATCHED.
           ADD 1 TO WS-WAC-SUB
           IF WS-WAC-ACCOUNT-ID (WS-WAC-SUB) = CAR-ACCOUNT-ID
               AND WS-WAC-OPERATOR (WS-WAC-SUB) =
                   WS-WCU-OPERATOR (WS-WCU-SUB)
               MOVE WS-WAC-SUB TO WS-WAC-HIT-SUB
           END-IF.
       2870-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2900-ADD-WATCH-CUSTOMER - one customer watched for one
      * operator, once.
      *-----------------------------------------------------------*
       2900-ADD-WATCH-CUSTOMER.
           MOVE ZERO TO WS-WCU-HIT-SUB
           MOVE ZERO TO WS-WCU-SUB
           PERFORM 2950-TEST-ONE-CUSTOMER THRU 2950-EXIT
               UNTIL WS-WCU-HIT-SUB NOT = ZERO
               OR WS-WCU-SUB = WS-WCU-ENTRIES
           IF WS-WCU-HIT-SUB NOT = ZERO
               GO TO 2900-EXIT
           END-IF
           IF WS-WCU-ENTRIES = 2000
               DISPLAY 'WATCHED CUSTOMER TABLE FULL - CUSTOMER '
                   WS-NEW-CUSTOMER-ID ' NOT WATCHED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2900-EXIT
           END-IF
           ADD 1 TO WS-WCU-ENTRIES
           MOVE WS-NEW-OPERATOR TO WS-WCU-OPERATOR (WS-WCU-ENTRIES)
           MOVE WS-NEW-CUSTOMER-ID TO
               WS-WCU-CUSTOMER-ID (WS-WCU-ENTRIES)
           MOVE WS-NEW-BASIS TO WS-WCU-BASIS (WS-WCU-ENTRIES).
       2900-EXIT.
           EXIT.

       2950-TEST-ONE-CUSTOMER.
           ADD 1 TO WS-WCU-SUB
           IF WS-WCU-CUSTOMER-ID (WS-WCU-SUB) = WS-NEW-CUSTOMER-ID
               AND WS-WCU-OPERATOR (WS-WCU-SUB) = WS-NEW-OPERATOR
               MOVE WS-WCU-SUB TO WS-WCU-HIT-SUB
           END-IF.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-SCAN-POSTINGS - everything the posting run saw today,
      * posted or rejected, judged on the operator who keyed it.
      *-----------------------------------------------------------*
       3000-SCAN-POSTINGS.
           OPEN INPUT POSTING-LOG
           IF NOT WS-PLG-OK
               DISPLAY 'UNABLE TO OPEN POSTING LOG, STATUS '
                   WS-POSTING-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3100-JUDGE-ONE-POSTING THRU 3100-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE POSTING-LOG.
       3000-EXIT.
           EXIT.

       3100-JUDGE-ONE-POSTING.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3100-EXIT
           END-READ
           CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
           IF PLG-POST-DATE NOT = WS-TODAY-DATE
               OR PLG-ENTERED-BY = SPACES
               GO TO 3100-EXIT
           END-IF
           MOVE PLG-ENTERED-BY TO WS-EV-OPERATOR
           MOVE 20 TO WS-EV-NAME-LEN
           MOVE 'N' TO WS-EV-ANY-SW
           MOVE PLG-ACCOUNT-ID TO WS-EV-ACCOUNT-ID
           MOVE 'TRAN' TO WS-EV-TYPE
           MOVE SPACES TO WS-EV-DETAIL
           STRING PLG-TRAN-TYPE ' ' PLG-RESULT
               DELIMITED BY SIZE INTO WS-EV-DETAIL
           MOVE PLG-AMOUNT TO WS-EV-AMOUNT
           MOVE PLG-UID TO WS-EV-REFERENCE
           PERFORM 5000-JUDGE-EVENT THRU 5000-EXIT
           IF WS-EV-HIT
               ADD 1 TO WS-TRAN-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-SCAN-OVERRIDES - today's overrides that name an
      * account.  No override log means no overrides today.
      *-----------------------------------------------------------*
       3500-SCAN-OVERRIDES.
           OPEN INPUT OVERRIDE-LOG
           IF NOT WS-OV-OK
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3600-JUDGE-ONE-OVERRIDE THRU 3600-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE OVERRIDE-LOG.
       3500-EXIT.
           EXIT.

       3600-JUDGE-ONE-OVERRIDE.
           READ OVERRIDE-LOG
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3600-EXIT
           END-READ
           IF OVR-TIMESTAMP (1:8) NOT = WS-TODAY-DATE
               OR OVR-ACCOUNT-ID NOT NUMERIC
               OR OVR-ACCOUNT-ID = ZERO
               GO TO 3600-EXIT
           END-IF
           MOVE OVR-OVERRIDDEN-BY TO WS-EV-OPERATOR
           MOVE 8 TO WS-EV-NAME-LEN
           MOVE 'N' TO WS-EV-ANY-SW
           MOVE OVR-ACCOUNT-ID TO WS-EV-ACCOUNT-ID
           MOVE 'OVRD' TO WS-EV-TYPE
           MOVE SPACES TO WS-EV-DETAIL
           STRING OVR-PROGRAM-NAME ' ' OVR-REASON-CODE
               DELIMITED BY SIZE INTO WS-EV-DETAIL
           MOVE ZERO TO WS-EV-AMOUNT
           MOVE ZERO TO WS-EV-REFERENCE
           PERFORM 5000-JUDGE-EVENT THRU 5000-EXIT
           IF WS-EV-HIT
               ADD 1 TO WS-OVERRIDE-COUNT
           END-IF.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-SCAN-SUSPENSE - items requeued or paid today.  The
      * account the item was requeued to is read off the new
      * transaction; a repair that moves money onto a staff
      * account is the case that matters most.
      *-----------------------------------------------------------*
       4000-SCAN-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF NOT WS-SUSP-OK
               GO TO 4000-EXIT
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TF-OK
               SET WS-TRAN-FILE-OPEN TO TRUE
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 4100-JUDGE-ONE-ITEM THRU 4100-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE SUSPENSE-FILE
           IF WS-TRAN-FILE-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-JUDGE-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 4100-EXIT
           END-READ
           CALL 'SUSPWIDE' USING SUSPENSE-RECORD RETURN-CODE
           IF NOT SUS-RESUBMITTED
               OR SUS-RESUB-DATE NOT NUMERIC
               OR SUS-RESUB-DATE NOT = WS-TODAY-DATE
               OR SUS-RESUB-BY = SPACES
               GO TO 4100-EXIT
           END-IF
           MOVE SUS-ACCOUNT-ID TO WS-REQUEUED-ACCOUNT-ID
           IF WS-TRAN-FILE-OPEN
               MOVE SUS-RESUB-UID TO UID
               READ TRANSACTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       CALL 'TRANWIDE' USING TRANSACTION-RECORD
                           RETURN-CODE
                       MOVE ACCOUNT-ID TO WS-REQUEUED-ACCOUNT-ID
               END-READ
           END-IF
           MOVE SUS-RESUB-BY TO WS-EV-OPERATOR
           MOVE 20 TO WS-EV-NAME-LEN
           MOVE 'N' TO WS-EV-ANY-SW
           MOVE 'SUSP' TO WS-EV-TYPE
           MOVE SPACES TO WS-EV-DETAIL
           STRING 'REQUEUE ' SUS-TRAN-TYPE
               DELIMITED BY SIZE INTO WS-EV-DETAIL
           MOVE SUS-AMOUNT TO WS-EV-AMOUNT
           MOVE SUS-UID TO WS-EV-REFERENCE
           MOVE WS-REQUEUED-ACCOUNT-ID TO WS-EV-ACCOUNT-ID
           PERFORM 5000-JUDGE-EVENT THRU 5000-EXIT
           IF NOT WS-EV-HIT
               AND SUS-ACCOUNT-ID NOT = WS-REQUEUED-ACCOUNT-ID
               MOVE SUS-ACCOUNT-ID TO WS-EV-ACCOUNT-ID
               PERFORM 5000-JUDGE-EVENT THRU 5000-EXIT
           END-IF
           IF WS-EV-HIT
               ADD 1 TO WS-SUSPENSE-COUNT
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-SCAN-FEE-WAIVERS - today's waivers, listed against
      * every operator watching the account.
      *-----------------------------------------------------------*
       4500-SCAN-FEE-WAIVERS.
           OPEN INPUT FEE-ACTIVITY
           IF NOT WS-FA-OK
               GO TO 4500-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 4600-JUDGE-ONE-FEE THRU 4600-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE FEE-ACTIVITY.
       4500-EXIT.
           EXIT.

       4600-JUDGE-ONE-FEE.
           READ FEE-ACTIVITY
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 4600-EXIT
           END-READ
           IF FEA-DATE NOT = WS-TODAY-DATE
               OR (NOT FEA-WAIVED AND NOT FEA-REL-WAIVED)
               GO TO 4600-EXIT
           END-IF
           MOVE SPACES TO WS-EV-OPERATOR
           MOVE 20 TO WS-EV-NAME-LEN
           MOVE 'Y' TO WS-EV-ANY-SW
           MOVE FEA-ACCOUNT-ID TO WS-EV-ACCOUNT-ID
           MOVE 'WAIV' TO WS-EV-TYPE
           MOVE SPACES TO WS-EV-DETAIL
           STRING FEA-FEE-CODE ' ' FEA-ACTION
               DELIMITED BY SIZE INTO WS-EV-DETAIL
           MOVE FEA-AMOUNT TO WS-EV-AMOUNT
           MOVE ZERO TO WS-EV-REFERENCE
           PERFORM 5000-JUDGE-EVENT THRU 5000-EXIT
           IF WS-EV-HIT
               ADD 1 TO WS-WAIVER-COUNT
           END-IF.
       4600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-JUDGE-EVENT - one exception line for each watch entry
      * the activity falls on.
      *-----------------------------------------------------------*
       5000-JUDGE-EVENT.
           MOVE 'N' TO WS-EV-HIT-SW
           MOVE ZERO TO WS-WAC-SUB
           PERFORM 5100-TEST-ONE-WATCH THRU 5100-EXIT
               UNTIL WS-WAC-SUB = WS-WAC-ENTRIES.
       5000-EXIT.
           EXIT.

       5100-TEST-ONE-WATCH.
           ADD 1 TO WS-WAC-SUB
           IF WS-WAC-ACCOUNT-ID (WS-WAC-SUB) NOT = WS-EV-ACCOUNT-ID
               GO TO 5100-EXIT
           END-IF
           IF NOT WS-EV-ANY-OPERATOR
               AND WS-WAC-OPERATOR (WS-WAC-SUB) (1:WS-EV-NAME-LEN)
                   NOT = WS-EV-OPERATOR (1:WS-EV-NAME-LEN)
               GO TO 5100-EXIT
           END-IF
           SET WS-EV-HIT TO TRUE
           PERFORM 6000-WRITE-EXCEPTION THRU 6000-EXIT.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-WRITE-EXCEPTION
      *-----------------------------------------------------------*
       6000-WRITE-EXCEPTION.
           MOVE WS-WAC-OPERATOR (WS-WAC-SUB) TO WS-DL-OPERATOR
           MOVE WS-EV-ACCOUNT-ID TO WS-DL-ACCOUNT-ID
           MOVE WS-EV-TYPE TO WS-DL-TYPE
           MOVE WS-EV-DETAIL TO WS-DL-DETAIL
           MOVE WS-EV-AMOUNT TO WS-DL-AMOUNT
           MOVE WS-EV-REFERENCE TO WS-DL-REFERENCE
           EVALUATE WS-WAC-BASIS (WS-WAC-SUB)
               WHEN 'S'
                   MOVE 'SELF' TO WS-DL-BASIS
               WHEN 'R'
                   MOVE 'RELATIVE' TO WS-DL-BASIS
               WHEN OTHER
                   MOVE 'ADDRESS' TO WS-DL-BASIS
           END-EVALUATE
           MOVE WS-WAC-CUSTOMER-ID (WS-WAC-SUB) TO WS-DL-CUSTOMER-ID
           WRITE EXCEPTION-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-LINE
           WRITE EXCEPTION-REPORT-LINE
           MOVE 'ACCOUNTS WATCHED' TO WS-TL-LABEL
           MOVE WS-WAC-ENTRIES TO WS-TL-COUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'TRANSACTIONS ON WATCHED ACCOUNTS' TO WS-TL-LABEL
           MOVE WS-TRAN-COUNT TO WS-TL-COUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OVERRIDES ON WATCHED ACCOUNTS' TO WS-TL-LABEL
           MOVE WS-OVERRIDE-COUNT TO WS-TL-COUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'SUSPENSE RESUBMISSIONS' TO WS-TL-LABEL
           MOVE WS-SUSPENSE-COUNT TO WS-TL-COUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'FEE WAIVERS ON WATCHED ACCOUNTS' TO WS-TL-LABEL
           MOVE WS-WAIVER-COUNT TO WS-TL-COUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'EXCEPTION LINES' TO WS-TL-LABEL
           MOVE WS-EXCEPTION-COUNT TO WS-TL-COUNT
           WRITE EXCEPTION-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'STAFF ACCOUNTS WATCHED:   ' WS-WAC-ENTRIES
           DISPLAY 'STAFF-ACCOUNT EXCEPTIONS: ' WS-EXCEPTION-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE EXCEPTION-REPORT
           IF WS-CM-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF.
       9000-EXIT.
           EXIT.
