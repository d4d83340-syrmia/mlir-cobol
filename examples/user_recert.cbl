      *-----------------------------------------------------------*
      * PROGRAM:      USRCERT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * User access recertification and inactive-user disablement.
      * The last successful sign-on of every operator is taken
      * from the login audit trail (LGAUDIT, and LGAUDIT.ARC where
      * LOGRET has archived older rows), and the date the ID was
      * added or last reactivated from the user history
      * (USERHIST).  An active operator whose latest of the two is
      * more than the CERTPARM number of days (default 90) before
      * the business date - or who has neither on record - is made
      * inactive: the user master is rewritten, the change is
      * journaled (MSTJRNL) and a STATUS row is written to the
      * user history, the way USERADM deactivates a leaver.  If
      * the login audit trail cannot be opened nothing is disabled.
      *
      * Unless CERTPARM asks for disablement only, the run then
      * produces the quarterly recertification listing (RECERT.OUT)
      * - each operator's access level, status, last successful
      * sign-on, reviewing supervisor and last recertification -
      * and the response file (CERTRESP) the reviewing supervisors
      * fill in: one row per operator still holding access, the
      * decision blank.  CERTAPLY applies the returned file.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. USRCERT.

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
           SELECT LOGIN-AUDIT ASSIGN TO "LGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIN-AUDIT-STATUS.
           SELECT LOGIN-AUDIT-ARC ASSIGN TO "LGAUDIT.ARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT CERT-PARM ASSIGN TO "CERTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CERT-RESPONSE ASSIGN TO "CERTRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESPONSE-STATUS.
           SELECT CERT-REPORT ASSIGN TO "RECERT.OUT"
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

       FD  LOGIN-AUDIT.
       COPY "lgaudit.cpy".

       FD  LOGIN-AUDIT-ARC.
       COPY "lgaudit.cpy" REPLACING LOGIN-AUDIT-RECORD
           BY LOGIN-AUDIT-ARC-RECORD.

       FD  MASTER-JOURNAL.
       COPY "mstjrnl.cpy".

       FD  CERT-PARM.
       COPY "certparm.cpy".

       FD  CERT-RESPONSE.
       COPY "certresp.cpy".

       FD  CERT-REPORT.
       01  CERT-REPORT-LINE            PIC X(110).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-HISTORY-STATUS        PIC X(02).
           88  WS-UH-OK                       VALUE '00'.
           88  WS-UH-NOT-FOUND                VALUE '35'.
       01  WS-LOGIN-AUDIT-STATUS    PIC X(02).
           88  WS-LA-OK                       VALUE '00'.
       01  WS-ARCHIVE-STATUS        PIC X(02).
           88  WS-AR-OK                       VALUE '00'.
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-RESPONSE-STATUS       PIC X(02).
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-UM-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-UM-OPEN                     VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-DISABLE-OK-SW         PIC X(01) VALUE 'Y'.
           88  WS-DISABLE-OK                  VALUE 'Y'.
       01  WS-LISTING-SW            PIC X(01) VALUE 'Y'.
           88  WS-LISTING-WANTED              VALUE 'Y'.
       01  WS-TABLE-FULL-SW         PIC X(01) VALUE 'N'.
           88  WS-TABLE-FULL-SHOWN            VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CUTOFF-DATE           PIC 9(08).
       01  WS-INACTIVE-DAYS         PIC 9(03) VALUE 90.
       01  WS-USER-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-DISABLED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-RESPONSE-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-NO-REVIEWER-COUNT     PIC 9(05) VALUE ZERO.
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-CURRENT-TIMESTAMP     PIC 9(14).
       01  WS-LAST-ACTIVITY         PIC 9(14).
       01  WS-ACTION                PIC X(20).

      *-----------------------------------------------------------*
      * Activity per operator: the newest successful sign-on and
      * the newest add or reactivation on the user history.
      *-----------------------------------------------------------*
       01  WS-ACT-KEY               PIC X(20).
       01  WS-ACT-STAMP             PIC 9(14).
       01  WS-AC-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-AC-SUB                PIC 9(04).
       01  WS-AC-HIT-SUB            PIC 9(04).
       01  WS-AC-TABLE.
           05  WS-AC-ENTRY OCCURS 2000 TIMES.
               10  WS-AC-USERNAME      PIC X(20).
               10  WS-AC-SIGNON        PIC 9(14).
               10  WS-AC-GRANTED       PIC 9(14).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'USER ACCESS RECERTIFICATION            '.
           05  FILLER               PIC X(14) VALUE
               'BUSINESS DATE '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(16) VALUE
               '  INACTIVE DAYS '.
           05  WS-RH-DAYS           PIC ZZ9.
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'OPERATOR             LVL STAT LAST SIGN-'.
           05  FILLER               PIC X(40) VALUE
               'ON REVIEWER             LAST RECERT ACTI'.
           05  FILLER               PIC X(02) VALUE
               'ON'.
       01  WS-DETAIL-LINE.
           05  WS-DL-USERNAME       PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-LEVEL          PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SIGNON         PIC X(12).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-REVIEWER       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-RECERT         PIC X(11).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-ACTION         PIC X(20).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-UM-OPEN
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 4000-REVIEW-ONE-USER THRU 4000-EXIT
                   UNTIL WS-END-OF-SCAN
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the cutoff, the activity table, then the
      * user master for update and the outputs.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-READ-CERT-PARM THRU 1400-EXIT
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                - WS-INACTIVE-DAYS)
           PERFORM 2000-LOAD-SIGN-ONS THRU 2000-EXIT
           PERFORM 3000-LOAD-GRANTS THRU 3000-EXIT
           OPEN I-O USER-MASTER
           IF NOT WS-UM-OK
               DISPLAY 'UNABLE TO OPEN USER MASTER, STATUS '
                   WS-USER-MASTER-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-UM-OPEN TO TRUE
           OPEN EXTEND MASTER-JOURNAL
           IF WS-JR-NOT-FOUND
               OPEN OUTPUT MASTER-JOURNAL
           END-IF
           OPEN EXTEND USER-HISTORY
           IF WS-UH-NOT-FOUND
               OPEN OUTPUT USER-HISTORY
           END-IF
           IF WS-LISTING-WANTED
               OPEN OUTPUT CERT-REPORT
               OPEN OUTPUT CERT-RESPONSE
               MOVE WS-TODAY-DATE TO WS-RH-DATE
               MOVE WS-INACTIVE-DAYS TO WS-RH-DAYS
               WRITE CERT-REPORT-LINE FROM WS-REPORT-HEADER
               WRITE CERT-REPORT-LINE FROM WS-COLUMN-HEADER
           END-IF
           MOVE LOW-VALUES TO USR-USERNAME
           START USER-MASTER KEY NOT LESS THAN USR-USERNAME
               INVALID KEY
                   DISPLAY 'USER MASTER IS EMPTY'
           END-START.
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
      * 1400-READ-CERT-PARM - a missing card, or a zero or
      * non-numeric day count, keeps the default.
      *-----------------------------------------------------------*
       1400-READ-CERT-PARM.
           OPEN INPUT CERT-PARM
           IF NOT WS-PM-OK
               GO TO 1400-EXIT
           END-IF
           READ CERT-PARM
               AT END
                   CLOSE CERT-PARM
                   GO TO 1400-EXIT
           END-READ
           IF CTP-INACTIVE-DAYS NUMERIC
               AND CTP-INACTIVE-DAYS > ZERO
               MOVE CTP-INACTIVE-DAYS TO WS-INACTIVE-DAYS
           END-IF
           IF CTP-NO-LISTING
               MOVE 'N' TO WS-LISTING-SW
           END-IF
           CLOSE CERT-PARM.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-SIGN-ONS - successful sign-ons off the archived
      * and the live login audit trail.  Without the live trail
      * no operator's last sign-on can be trusted, so nobody is
      * disabled this run.
      *-----------------------------------------------------------*
       2000-LOAD-SIGN-ONS.
           OPEN INPUT LOGIN-AUDIT-ARC
           IF WS-AR-OK
               MOVE 'N' TO WS-SCAN-EOF-SW
               PERFORM 2100-LOAD-ONE-ARCHIVED THRU 2100-EXIT
                   UNTIL WS-END-OF-SCAN
               CLOSE LOGIN-AUDIT-ARC
           END-IF
           OPEN INPUT LOGIN-AUDIT
           IF NOT WS-LA-OK
               DISPLAY 'LOGIN AUDIT TRAIL UNAVAILABLE, STATUS '
                   WS-LOGIN-AUDIT-STATUS ' - NO OPERATOR DISABLED'
               MOVE 'N' TO WS-DISABLE-OK-SW
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 2200-LOAD-ONE-LIVE THRU 2200-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE LOGIN-AUDIT.
       2000-EXIT.
           EXIT.

       2100-LOAD-ONE-ARCHIVED.
           READ LOGIN-AUDIT-ARC
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2100-EXIT
           END-READ
           IF LGA-OUTCOME OF LOGIN-AUDIT-ARC-RECORD NOT = 'SUCCESS '
               OR LGA-TIMESTAMP OF LOGIN-AUDIT-ARC-RECORD
                   NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE LGA-USERNAME OF LOGIN-AUDIT-ARC-RECORD TO WS-ACT-KEY
           MOVE LGA-TIMESTAMP OF LOGIN-AUDIT-ARC-RECORD
               TO WS-ACT-STAMP
           PERFORM 2500-FIND-ACTIVITY THRU 2500-EXIT
           IF WS-AC-HIT-SUB > ZERO
               AND WS-ACT-STAMP > WS-AC-SIGNON (WS-AC-HIT-SUB)
               MOVE WS-ACT-STAMP TO WS-AC-SIGNON (WS-AC-HIT-SUB)
           END-IF.
       2100-EXIT.
           EXIT.

       2200-LOAD-ONE-LIVE.
           READ LOGIN-AUDIT
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2200-EXIT
           END-READ
           IF LGA-OUTCOME OF LOGIN-AUDIT-RECORD NOT = 'SUCCESS '
               OR LGA-TIMESTAMP OF LOGIN-AUDIT-RECORD NOT NUMERIC
               GO TO 2200-EXIT
           END-IF
           MOVE LGA-USERNAME OF LOGIN-AUDIT-RECORD TO WS-ACT-KEY
           MOVE LGA-TIMESTAMP OF LOGIN-AUDIT-RECORD TO WS-ACT-STAMP
           PERFORM 2500-FIND-ACTIVITY THRU 2500-EXIT
           IF WS-AC-HIT-SUB > ZERO
               AND WS-ACT-STAMP > WS-AC-SIGNON (WS-AC-HIT-SUB)
               MOVE WS-ACT-STAMP TO WS-AC-SIGNON (WS-AC-HIT-SUB)
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-FIND-ACTIVITY - the entry for WS-ACT-KEY, added if it
      * is new.  A full table leaves WS-AC-HIT-SUB at zero; the
      * operators it misses are never disabled on missing
      * activity (see 4000).
      *-----------------------------------------------------------*
       2500-FIND-ACTIVITY.
           MOVE ZERO TO WS-AC-HIT-SUB
           MOVE ZERO TO WS-AC-SUB
           PERFORM 2550-MATCH-ONE-ACTIVITY THRU 2550-EXIT
               UNTIL WS-AC-SUB = WS-AC-ENTRIES
               OR WS-AC-HIT-SUB > ZERO
           IF WS-AC-HIT-SUB > ZERO
               GO TO 2500-EXIT
           END-IF
           IF WS-AC-ENTRIES = 2000
               IF NOT WS-TABLE-FULL-SHOWN
                   DISPLAY 'ACTIVITY TABLE FULL - LATER OPERATORS '
                       'NOT DISABLED'
                   SET WS-TABLE-FULL-SHOWN TO TRUE
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-AC-ENTRIES
           MOVE WS-AC-ENTRIES TO WS-AC-HIT-SUB
           MOVE WS-ACT-KEY TO WS-AC-USERNAME (WS-AC-HIT-SUB)
           MOVE ZERO TO WS-AC-SIGNON (WS-AC-HIT-SUB)
           MOVE ZERO TO WS-AC-GRANTED (WS-AC-HIT-SUB).
       2500-EXIT.
           EXIT.

       2550-MATCH-ONE-ACTIVITY.
           ADD 1 TO WS-AC-SUB
           IF WS-AC-USERNAME (WS-AC-SUB) = WS-ACT-KEY
               MOVE WS-AC-SUB TO WS-AC-HIT-SUB
           END-IF.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-LOAD-GRANTS - when each ID was added, or last set
      * back to active, on the user history: a new or reinstated
      * operator gets the full period to sign on.
      *-----------------------------------------------------------*
       3000-LOAD-GRANTS.
           OPEN INPUT USER-HISTORY
           IF NOT WS-UH-OK
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 3100-LOAD-ONE-GRANT THRU 3100-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE USER-HISTORY.
       3000-EXIT.
           EXIT.

       3100-LOAD-ONE-GRANT.
           READ USER-HISTORY
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF UHS-TIMESTAMP NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           IF UHS-FIELD-NAME = 'ADDED'
               OR (UHS-FIELD-NAME = 'STATUS'
                   AND UHS-NEW-VALUE = 'A')
               CONTINUE
           ELSE
               GO TO 3100-EXIT
           END-IF
           MOVE UHS-USERNAME TO WS-ACT-KEY
           MOVE UHS-TIMESTAMP TO WS-ACT-STAMP
           PERFORM 2500-FIND-ACTIVITY THRU 2500-EXIT
           IF WS-AC-HIT-SUB > ZERO
               AND WS-ACT-STAMP > WS-AC-GRANTED (WS-AC-HIT-SUB)
               MOVE WS-ACT-STAMP TO WS-AC-GRANTED (WS-AC-HIT-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-REVIEW-ONE-USER - disable an active operator idle past
      * the cutoff, then list the operator and, while they still
      * hold access, put them on the response file.
      *-----------------------------------------------------------*
       4000-REVIEW-ONE-USER.
           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 4000-EXIT
           END-READ
           ADD 1 TO WS-USER-COUNT
           MOVE SPACES TO WS-ACTION
           MOVE USR-USERNAME TO WS-ACT-KEY
           MOVE ZERO TO WS-AC-HIT-SUB
           MOVE ZERO TO WS-AC-SUB
           PERFORM 2550-MATCH-ONE-ACTIVITY THRU 2550-EXIT
               UNTIL WS-AC-SUB = WS-AC-ENTRIES
               OR WS-AC-HIT-SUB > ZERO
           MOVE ZERO TO WS-LAST-ACTIVITY
           IF WS-AC-HIT-SUB > ZERO
               MOVE WS-AC-SIGNON (WS-AC-HIT-SUB) TO WS-LAST-ACTIVITY
               IF WS-AC-GRANTED (WS-AC-HIT-SUB) > WS-LAST-ACTIVITY
                   MOVE WS-AC-GRANTED (WS-AC-HIT-SUB)
                       TO WS-LAST-ACTIVITY
               END-IF
           END-IF
           IF USR-ACTIVE AND WS-DISABLE-OK
               AND (WS-AC-HIT-SUB > ZERO OR NOT WS-TABLE-FULL-SHOWN)
               AND WS-LAST-ACTIVITY (1:8) < WS-CUTOFF-DATE
               PERFORM 4500-DISABLE-USER THRU 4500-EXIT
           END-IF
           IF NOT WS-LISTING-WANTED
               GO TO 4000-EXIT
           END-IF
           IF USR-REVIEWER = SPACES
               ADD 1 TO WS-NO-REVIEWER-COUNT
               IF NOT USR-INACTIVE AND WS-ACTION = SPACES
                   MOVE 'NO REVIEWER ASSIGNED' TO WS-ACTION
               END-IF
           END-IF
           PERFORM 5000-WRITE-LISTING THRU 5000-EXIT
           IF NOT USR-INACTIVE
               MOVE SPACES TO CERT-RESPONSE-RECORD
               MOVE USR-USERNAME TO CRS-USERNAME
               MOVE USR-REVIEWER TO CRS-REVIEWER
               WRITE CERT-RESPONSE-RECORD
               ADD 1 TO WS-RESPONSE-COUNT
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4500-DISABLE-USER - set the operator inactive, journal the
      * before and after images, and write the STATUS row the way
      * USERADM's deactivation does.
      *-----------------------------------------------------------*
       4500-DISABLE-USER.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE USER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE USR-STATUS TO UHS-OLD-VALUE
           SET USR-INACTIVE TO TRUE
           REWRITE USER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO DISABLE ' USR-USERNAME
                       ', STATUS ' WS-USER-MASTER-STATUS
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO 4500-EXIT
           END-REWRITE
           ACCEPT WS-CURRENT-TIMESTAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIMESTAMP(9:6) FROM TIME
           MOVE WS-CURRENT-TIMESTAMP TO MJR-TIMESTAMP
           MOVE 'USRCERT' TO MJR-PROGRAM
           SET MJR-FILE-USER TO TRUE
           SET MJR-ACTION-REWRITE TO TRUE
           MOVE WS-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
           MOVE SPACES TO MJR-AFTER-IMAGE
           MOVE USER-MASTER-RECORD TO MJR-AFTER-IMAGE
           WRITE MASTER-JOURNAL-RECORD
           MOVE USR-USERNAME TO UHS-USERNAME
           MOVE 'STATUS' TO UHS-FIELD-NAME
           MOVE USR-STATUS TO UHS-NEW-VALUE
           MOVE 'USRCERT' TO UHS-CHANGED-BY
           MOVE WS-CURRENT-TIMESTAMP TO UHS-TIMESTAMP
           WRITE USER-HISTORY-RECORD
           ADD 1 TO WS-DISABLED-COUNT
           MOVE 'DISABLED - INACTIVE' TO WS-ACTION.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-LISTING
      *-----------------------------------------------------------*
       5000-WRITE-LISTING.
           MOVE USR-USERNAME TO WS-DL-USERNAME
           MOVE USR-ACCESS-LEVEL TO WS-DL-LEVEL
           MOVE USR-STATUS TO WS-DL-STATUS
           IF WS-AC-HIT-SUB > ZERO
               AND WS-AC-SIGNON (WS-AC-HIT-SUB) > ZERO
               MOVE WS-AC-SIGNON (WS-AC-HIT-SUB) (1:8)
                   TO WS-DL-SIGNON
           ELSE
               MOVE 'NONE ON FILE' TO WS-DL-SIGNON
           END-IF
           IF USR-REVIEWER = SPACES
               MOVE '(UNASSIGNED)' TO WS-DL-REVIEWER
           ELSE
               MOVE USR-REVIEWER TO WS-DL-REVIEWER
           END-IF
           IF USR-RECERT-DATE NUMERIC
               AND USR-RECERT-DATE > ZERO
               MOVE USR-RECERT-DATE TO WS-DL-RECERT
           ELSE
               MOVE 'NEVER' TO WS-DL-RECERT
           END-IF
           MOVE WS-ACTION TO WS-DL-ACTION
           WRITE CERT-REPORT-LINE FROM WS-DETAIL-LINE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           IF WS-LISTING-WANTED
               MOVE SPACES TO CERT-REPORT-LINE
               WRITE CERT-REPORT-LINE
               MOVE 'OPERATORS REVIEWED' TO WS-TL-LABEL
               MOVE WS-USER-COUNT TO WS-TL-COUNT
               WRITE CERT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'DISABLED FOR INACTIVITY' TO WS-TL-LABEL
               MOVE WS-DISABLED-COUNT TO WS-TL-COUNT
               WRITE CERT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'SENT FOR RECERTIFICATION' TO WS-TL-LABEL
               MOVE WS-RESPONSE-COUNT TO WS-TL-COUNT
               WRITE CERT-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE 'NO REVIEWER ASSIGNED' TO WS-TL-LABEL
               MOVE WS-NO-REVIEWER-COUNT TO WS-TL-COUNT
               WRITE CERT-REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           DISPLAY 'RECERT OPERATORS REVIEWED: ' WS-USER-COUNT
           DISPLAY 'DISABLED FOR INACTIVITY:   ' WS-DISABLED-COUNT
           DISPLAY 'SENT FOR RECERTIFICATION:  ' WS-RESPONSE-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-UM-OPEN
               CLOSE USER-MASTER
               CLOSE MASTER-JOURNAL
               CLOSE USER-HISTORY
               IF WS-LISTING-WANTED
                   CLOSE CERT-REPORT
                   CLOSE CERT-RESPONSE
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
