      *                    cut it short.  WS-SESSION-ENDED-SW is now
      *                    WS-SESSION-ENDED-TABLE, one entry per
      *                    nesting level, indexed by WS-SESSION-LEVEL.
      *   2026-10-15  RLB  At sign-on the operator's function
      *                    entitlements - the ENTITLE rows
      *                    granted to their access level or to
      *                    them by name - are copied into the
      *                    active-session record for the online
      *                    programs to check.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoginCheck.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-USERNAME
               FILE STATUS IS WS-SESSION-STATUS.
           SELECT ENTITLEMENT-TABLE ASSIGN TO "ENTITLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTIVE-SESSION.
       COPY "session.cpy".

       FD  ENTITLEMENT-TABLE.
       COPY "entitle.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USERNAME             PIC X(20).
       01  WS-PASSWORD             PIC X(20).
       01  WS-SESSION-STATUS       PIC X(02).
           88  WS-SES-OK                     VALUE '00'.
           88  WS-SES-NOT-FOUND              VALUE '23'.
       01  WS-ENTITLE-STATUS       PIC X(02).
           88  WS-EN-OK                      VALUE '00'.
       01  WS-ENT-EOF-SW           PIC X(01).
           88  WS-END-OF-ENTITLEMENTS        VALUE 'Y'.
       01  WS-LOGIN-OK-SW          PIC X(01) VALUE 'N'.
           88  WS-LOGIN-OK                   VALUE 'Y'.
       01  WS-OPEN-OK-SW           PIC X(01) VALUE 'Y'.
           ACCEPT WS-CURRENT-DATE-TIME(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-DATE-TIME(9:6) FROM TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO SES-LOGIN-TIMESTAMP
           PERFORM 3860-LOAD-ENTITLEMENTS THRU 3860-EXIT
           WRITE ACTIVE-SESSION-RECORD.
       3850-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3860-LOAD-ENTITLEMENTS - copy the entitlement rows granted
      * to this operator's access level, or to the operator by
      * name, into the session record for the online programs to
      * check.  No table, no entitlements.
      *-----------------------------------------------------------*
       3860-LOAD-ENTITLEMENTS.
           MOVE ZERO TO SES-ENT-COUNT
           OPEN INPUT ENTITLEMENT-TABLE
           IF NOT WS-EN-OK
               DISPLAY 'Entitlements table unavailable - no '
                   'functions granted this session.'
               GO TO 3860-EXIT
           END-IF
           MOVE 'N' TO WS-ENT-EOF-SW
           PERFORM 3865-LOAD-ONE-ENTITLEMENT THRU 3865-EXIT
               UNTIL WS-END-OF-ENTITLEMENTS
           CLOSE ENTITLEMENT-TABLE.
       3860-EXIT.
           EXIT.

       3865-LOAD-ONE-ENTITLEMENT.
           READ ENTITLEMENT-TABLE
               AT END
                   SET WS-END-OF-ENTITLEMENTS TO TRUE
                   GO TO 3865-EXIT
           END-READ
           IF ENT-ROLE
               IF ENT-GRANTEE NOT = WS-ACCESS-LEVEL
                   AND ENT-GRANTEE NOT = '*'
                   GO TO 3865-EXIT
               END-IF
           ELSE
               IF NOT ENT-NAMED-USER
                   OR ENT-GRANTEE NOT = WS-USERNAME
                   GO TO 3865-EXIT
               END-IF
           END-IF
           IF SES-ENT-COUNT = 40
               DISPLAY 'More than 40 entitlements - the rest are '
                   'not granted this session.'
               SET WS-END-OF-ENTITLEMENTS TO TRUE
               GO TO 3865-EXIT
           END-IF
           ADD 1 TO SES-ENT-COUNT
           MOVE ENT-PROGRAM TO SES-ENT-PROGRAM (SES-ENT-COUNT)
           MOVE ENT-FUNCTION TO SES-ENT-FUNCTION (SES-ENT-COUNT).
       3865-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3870-CLOSE-SESSION - remove this username's active-session
      * entry at logout or forced re-authentication failure.
       3900-WRITE-AUDIT.
           MOVE WS-USERNAME TO LGA-USERNAME
           MOVE WS-LOGIN-OUTCOME TO LGA-OUTCOME
           MOVE SPACES TO LGA-PROGRAM
           MOVE SPACES TO LGA-FUNCTION
           ACCEPT WS-CURRENT-DATE-TIME(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-DATE-TIME(9:6) FROM TIME
           MOVE WS-CURRENT-DATE-TIME(1:14) TO LGA-TIMESTAMP
