      *-----------------------------------------------------------*
      * PROGRAM:      ENTCHECK
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Function entitlement check, CALLed by the online programs
      * before they do anything and again before each function
      * the operator picks.  The operator may run the program, or
      * the function, only if an entitlement row grants it.
      *
      * An online program asks of the operator's active session:
      * LOGINCHECK copied the operator's rows off the entitlements
      * table (ENTITLE) into the session record at sign-on, so a
      * change to the table takes effect at the next sign-on.  No
      * session is no access.  A batch run acting on an
      * operator's request asks of the table itself, resolving
      * the operator's role from the access level on the user
      * master; the table is read once, on the first such call.
      *
      * A program asked with no function is granted when any row
      * grants the program.  Every refusal is appended to the
      * login audit trail (LGAUDIT) with outcome DENIED and the
      * program and function refused.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTCHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTIVE-SESSION ASSIGN TO "SESSION"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-USERNAME
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT ENTITLEMENT-TABLE ASSIGN TO "ENTITLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLE-STATUS.
           SELECT LOGIN-AUDIT ASSIGN TO "LGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOGIN-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVE-SESSION.
       COPY "session.cpy".

       FD  USER-MASTER.
       COPY "usrmst.cpy".

       FD  ENTITLEMENT-TABLE.
       COPY "entitle.cpy".

       FD  LOGIN-AUDIT.
       COPY "lgaudit.cpy".

       WORKING-STORAGE SECTION.
       01  WS-SESSION-STATUS        PIC X(02).
           88  WS-SES-OK                      VALUE '00'.
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-ENTITLE-STATUS        PIC X(02).
           88  WS-EN-OK                       VALUE '00'.
       01  WS-LOGIN-AUDIT-STATUS    PIC X(02).
           88  WS-LGA-OK                      VALUE '00'.
           88  WS-LGA-NOT-FOUND               VALUE '35'.
       01  WS-TABLE-LOADED-SW       PIC X(01) VALUE 'N'.
           88  WS-TABLE-LOADED                VALUE 'Y'.
       01  WS-TABLE-OK-SW           PIC X(01) VALUE 'N'.
           88  WS-TABLE-OK                    VALUE 'Y'.
       01  WS-ENT-EOF-SW            PIC X(01).
           88  WS-END-OF-ENTITLEMENTS         VALUE 'Y'.
       01  WS-ACCESS-LEVEL          PIC X(01).
       01  WS-CURRENT-DATE-TIME     PIC X(21).
       01  WS-CHK-PROGRAM           PIC X(08).
       01  WS-CHK-FUNCTION          PIC X(08).
       01  WS-CHK-SUB               PIC 9(04).
       01  WS-SES-SUB               PIC 9(02).
       01  WS-TBL-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-ENTITLE-TABLE.
           05  WS-TBL-ENTRY OCCURS 500 TIMES.
               10  WS-TBL-GRANTEE-TYPE PIC X(01).
               10  WS-TBL-GRANTEE      PIC X(20).
               10  WS-TBL-PROGRAM      PIC X(08).
               10  WS-TBL-FUNCTION     PIC X(08).

       LINKAGE SECTION.
       COPY "entlink.cpy".

       PROCEDURE DIVISION USING ENTITLEMENT-CHECK-PARM.
       Main-Process.
           SET ENC-REFUSED TO TRUE
           IF ENC-FROM-TABLE
               PERFORM 3000-CHECK-FROM-TABLE THRU 3000-EXIT
           ELSE
               PERFORM 2000-CHECK-FROM-SESSION THRU 2000-EXIT
           END-IF
           IF NOT ENC-GRANTED AND NOT ENC-NO-SESSION
               PERFORM 7000-LOG-REFUSAL THRU 7000-EXIT
           END-IF
           GOBACK.

      *-----------------------------------------------------------*
      * 2000-CHECK-FROM-SESSION - the rows LOGINCHECK copied into
      * the operator's active-session record.
      *-----------------------------------------------------------*
       2000-CHECK-FROM-SESSION.
           OPEN INPUT ACTIVE-SESSION
           IF NOT WS-SES-OK
               SET ENC-FILES-DOWN TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE ENC-USERNAME TO SES-USERNAME
           READ ACTIVE-SESSION
               INVALID KEY
                   SET ENC-NO-SESSION TO TRUE
           END-READ
           CLOSE ACTIVE-SESSION
           IF ENC-NO-SESSION
               GO TO 2000-EXIT
           END-IF
           IF SES-ENT-COUNT NOT NUMERIC
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO WS-SES-SUB
           PERFORM 2100-TEST-ONE-SESSION-ROW THRU 2100-EXIT
               UNTIL ENC-GRANTED
               OR WS-SES-SUB NOT < SES-ENT-COUNT.
       2000-EXIT.
           EXIT.

       2100-TEST-ONE-SESSION-ROW.
           ADD 1 TO WS-SES-SUB
           MOVE SES-ENT-PROGRAM (WS-SES-SUB) TO WS-CHK-PROGRAM
           MOVE SES-ENT-FUNCTION (WS-SES-SUB) TO WS-CHK-FUNCTION
           PERFORM 5000-MATCH-ROW THRU 5000-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-CHECK-FROM-TABLE - the operator's role off the user
      * master, and the table rows for that role or the operator
      * by name.  An operator not on the master, or not active,
      * is granted nothing.
      *-----------------------------------------------------------*
       3000-CHECK-FROM-TABLE.
           IF NOT WS-TABLE-LOADED
               PERFORM 3100-LOAD-TABLE THRU 3100-EXIT
           END-IF
           IF NOT WS-TABLE-OK
               SET ENC-FILES-DOWN TO TRUE
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT USER-MASTER
           IF NOT WS-UM-OK
               SET ENC-FILES-DOWN TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO WS-ACCESS-LEVEL
           MOVE ENC-USERNAME TO USR-USERNAME
           READ USER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USR-ACTIVE
                       MOVE USR-ACCESS-LEVEL TO WS-ACCESS-LEVEL
                   END-IF
           END-READ
           CLOSE USER-MASTER
           IF WS-ACCESS-LEVEL = SPACES
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WS-CHK-SUB
           PERFORM 3300-TEST-ONE-TABLE-ROW THRU 3300-EXIT
               UNTIL ENC-GRANTED
               OR WS-CHK-SUB = WS-TBL-ENTRIES.
       3000-EXIT.
           EXIT.

       3100-LOAD-TABLE.
           SET WS-TABLE-LOADED TO TRUE
           OPEN INPUT ENTITLEMENT-TABLE
           IF NOT WS-EN-OK
               DISPLAY 'UNABLE TO OPEN ENTITLEMENTS TABLE, STATUS '
                   WS-ENTITLE-STATUS
               GO TO 3100-EXIT
           END-IF
           SET WS-TABLE-OK TO TRUE
           MOVE 'N' TO WS-ENT-EOF-SW
           PERFORM 3200-LOAD-ONE-ROW THRU 3200-EXIT
               UNTIL WS-END-OF-ENTITLEMENTS
           CLOSE ENTITLEMENT-TABLE.
       3100-EXIT.
           EXIT.

       3200-LOAD-ONE-ROW.
           READ ENTITLEMENT-TABLE
               AT END
                   SET WS-END-OF-ENTITLEMENTS TO TRUE
                   GO TO 3200-EXIT
           END-READ
           IF WS-TBL-ENTRIES = 500
               DISPLAY 'ENTITLEMENTS TABLE EXCEEDS 500 ROWS - LATER '
                   'ROWS NOT GRANTED'
               SET WS-END-OF-ENTITLEMENTS TO TRUE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-TBL-ENTRIES
           MOVE ENT-GRANTEE-TYPE TO
               WS-TBL-GRANTEE-TYPE (WS-TBL-ENTRIES)
           MOVE ENT-GRANTEE TO WS-TBL-GRANTEE (WS-TBL-ENTRIES)
           MOVE ENT-PROGRAM TO WS-TBL-PROGRAM (WS-TBL-ENTRIES)
           MOVE ENT-FUNCTION TO WS-TBL-FUNCTION (WS-TBL-ENTRIES).
       3200-EXIT.
           EXIT.

       3300-TEST-ONE-TABLE-ROW.
           ADD 1 TO WS-CHK-SUB
           IF WS-TBL-GRANTEE-TYPE (WS-CHK-SUB) = 'R'
               IF WS-TBL-GRANTEE (WS-CHK-SUB) NOT = WS-ACCESS-LEVEL
                   AND WS-TBL-GRANTEE (WS-CHK-SUB) NOT = '*'
                   GO TO 3300-EXIT
               END-IF
           ELSE
               IF WS-TBL-GRANTEE-TYPE (WS-CHK-SUB) NOT = 'U'
                   OR WS-TBL-GRANTEE (WS-CHK-SUB) NOT = ENC-USERNAME
                   GO TO 3300-EXIT
               END-IF
           END-IF
           MOVE WS-TBL-PROGRAM (WS-CHK-SUB) TO WS-CHK-PROGRAM
           MOVE WS-TBL-FUNCTION (WS-CHK-SUB) TO WS-CHK-FUNCTION
           PERFORM 5000-MATCH-ROW THRU 5000-EXIT.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-MATCH-ROW - one granted program/function against the
      * one asked for.  * grants every program or function; a
      * row with no function grants the program alone.
      *-----------------------------------------------------------*
       5000-MATCH-ROW.
           IF WS-CHK-PROGRAM NOT = ENC-PROGRAM
               AND WS-CHK-PROGRAM NOT = '*'
               GO TO 5000-EXIT
           END-IF
           IF ENC-FUNCTION = SPACES
               OR WS-CHK-FUNCTION = ENC-FUNCTION
               OR WS-CHK-FUNCTION = '*'
               SET ENC-GRANTED TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-LOG-REFUSAL - one DENIED row on the login audit
      * trail per refusal.
      *-----------------------------------------------------------*
       7000-LOG-REFUSAL.
           OPEN EXTEND LOGIN-AUDIT
           IF WS-LGA-NOT-FOUND
               OPEN OUTPUT LOGIN-AUDIT
           END-IF
           IF NOT WS-LGA-OK
               DISPLAY 'UNABLE TO OPEN LOGIN-AUDIT, STATUS '
                   WS-LOGIN-AUDIT-STATUS
               GO TO 7000-EXIT
           END-IF
           ACCEPT WS-CURRENT-DATE-TIME(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-DATE-TIME(9:6) FROM TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO LGA-TIMESTAMP
           MOVE ENC-USERNAME TO LGA-USERNAME
           MOVE 'DENIED  ' TO LGA-OUTCOME
           MOVE ENC-PROGRAM TO LGA-PROGRAM
           MOVE ENC-FUNCTION TO LGA-FUNCTION
           WRITE LOGIN-AUDIT-RECORD
           CLOSE LOGIN-AUDIT.
       7000-EXIT.
           EXIT.
