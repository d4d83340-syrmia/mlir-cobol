      *-----------------------------------------------------------*
      * PROGRAM:      ENTRPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Function entitlements by operator.  For each operator on
      * the user master, every program and function the
      * entitlements table (ENTITLE) grants them - through their
      * access level, through the every-operator role, or to them
      * by name - with the grant that gives it, the same
      * resolution LOGINCHECK makes at sign-on.  An operator
      * granted nothing is listed as such.  An ENTPARM card
      * naming one operator reports on that operator alone.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-MASTER ASSIGN TO "USRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USERNAME
               FILE STATUS IS WS-USER-MASTER-STATUS.
           SELECT ENTITLEMENT-TABLE ASSIGN TO "ENTITLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENTITLE-STATUS.
           SELECT ENT-PARM ASSIGN TO "ENTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ENT-REPORT ASSIGN TO "ENTRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-MASTER.
       COPY "usrmst.cpy".

       FD  ENTITLEMENT-TABLE.
       COPY "entitle.cpy".

       FD  ENT-PARM.
       COPY "entparm.cpy".

       FD  ENT-REPORT.
       01  ENT-REPORT-LINE             PIC X(100).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-USER-MASTER-STATUS    PIC X(02).
           88  WS-UM-OK                       VALUE '00'.
       01  WS-ENTITLE-STATUS        PIC X(02).
           88  WS-EN-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-UM-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-UM-OPEN                     VALUE 'Y'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-ONE-USERNAME          PIC X(20) VALUE SPACES.
       01  WS-USER-GRANTS           PIC 9(03).
       01  WS-USER-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-GRANT-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-NONE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-TBL-SUB               PIC 9(04).
       01  WS-TBL-ENTRIES           PIC 9(04) VALUE ZERO.
       01  WS-ENTITLE-TABLE.
           05  WS-TBL-ENTRY OCCURS 500 TIMES.
               10  WS-TBL-GRANTEE-TYPE PIC X(01).
               10  WS-TBL-GRANTEE      PIC X(20).
               10  WS-TBL-PROGRAM      PIC X(08).
               10  WS-TBL-FUNCTION     PIC X(08).

       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'FUNCTION ENTITLEMENTS BY OPERATOR    AS '.
           05  FILLER               PIC X(03) VALUE 'OF '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'OPERATOR             LVL STAT PROGRAM  F'.
           05  FILLER               PIC X(40) VALUE
               'UNCTION GRANTED TO                      '.
       01  WS-DETAIL-LINE.
           05  WS-DL-USERNAME       PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-LEVEL          PIC X(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(01).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-DL-PROGRAM        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-FUNCTION       PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-BASIS          PIC X(30).
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-REPORT-ONE-USER THRU 2000-EXIT
                   UNTIL WS-END-OF-SCAN
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the report, the table, and the user
      * master positioned at the first operator to report.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-READ-ENT-PARM THRU 1400-EXIT
           OPEN OUTPUT ENT-REPORT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE ENT-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE ENT-REPORT-LINE FROM WS-COLUMN-HEADER
           OPEN INPUT USER-MASTER
           IF WS-UM-OK
               SET WS-UM-OPEN TO TRUE
           END-IF
           OPEN INPUT ENTITLEMENT-TABLE
           IF NOT WS-UM-OK OR NOT WS-EN-OK
               DISPLAY 'UNABLE TO OPEN USER MASTER OR ENTITLEMENTS '
                   'TABLE, STATUS ' WS-USER-MASTER-STATUS ' '
                   WS-ENTITLE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           MOVE 'N' TO WS-SCAN-EOF-SW
           PERFORM 1500-LOAD-ONE-ROW THRU 1500-EXIT
               UNTIL WS-END-OF-SCAN
           CLOSE ENTITLEMENT-TABLE
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE WS-ONE-USERNAME TO USR-USERNAME
           IF WS-ONE-USERNAME = SPACES
               START USER-MASTER KEY NOT LESS THAN USR-USERNAME
                   INVALID KEY
                       SET WS-END-OF-SCAN TO TRUE
               END-START
           ELSE
               START USER-MASTER KEY EQUAL TO USR-USERNAME
                   INVALID KEY
                       DISPLAY 'OPERATOR ' WS-ONE-USERNAME
                           ' NOT ON THE USER MASTER'
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                       SET WS-END-OF-SCAN TO TRUE
               END-START
           END-IF.
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
      * 1400-READ-ENT-PARM - a missing card or a blank ID reports
      * every operator.
      *-----------------------------------------------------------*
       1400-READ-ENT-PARM.
           OPEN INPUT ENT-PARM
           IF NOT WS-PM-OK
               GO TO 1400-EXIT
           END-IF
           READ ENT-PARM
               AT END
                   CONTINUE
               NOT AT END
                   MOVE EPM-USERNAME TO WS-ONE-USERNAME
           END-READ
           CLOSE ENT-PARM.
       1400-EXIT.
           EXIT.

       1500-LOAD-ONE-ROW.
           READ ENTITLEMENT-TABLE
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 1500-EXIT
           END-READ
           IF WS-TBL-ENTRIES = 500
               DISPLAY 'ENTITLEMENTS TABLE EXCEEDS 500 ROWS - LATER '
                   'ROWS NOT REPORTED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-SCAN TO TRUE
               GO TO 1500-EXIT
           END-IF
           ADD 1 TO WS-TBL-ENTRIES
           MOVE ENT-GRANTEE-TYPE TO
               WS-TBL-GRANTEE-TYPE (WS-TBL-ENTRIES)
           MOVE ENT-GRANTEE TO WS-TBL-GRANTEE (WS-TBL-ENTRIES)
           MOVE ENT-PROGRAM TO WS-TBL-PROGRAM (WS-TBL-ENTRIES)
           MOVE ENT-FUNCTION TO WS-TBL-FUNCTION (WS-TBL-ENTRIES).
       1500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REPORT-ONE-USER - every row granted to the operator,
      * in table order; the operator's ID, level and status head
      * the first line only.
      *-----------------------------------------------------------*
       2000-REPORT-ONE-USER.
           READ USER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF WS-ONE-USERNAME NOT = SPACES
               AND USR-USERNAME NOT = WS-ONE-USERNAME
               SET WS-END-OF-SCAN TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-USER-COUNT
           MOVE USR-USERNAME TO WS-DL-USERNAME
           MOVE USR-ACCESS-LEVEL TO WS-DL-LEVEL
           MOVE USR-STATUS TO WS-DL-STATUS
           MOVE ZERO TO WS-USER-GRANTS
           MOVE ZERO TO WS-TBL-SUB
           PERFORM 2100-TEST-ONE-ROW THRU 2100-EXIT
               UNTIL WS-TBL-SUB = WS-TBL-ENTRIES
           IF WS-USER-GRANTS = ZERO
               MOVE 'NONE' TO WS-DL-PROGRAM
               MOVE SPACES TO WS-DL-FUNCTION
               MOVE 'NO FUNCTIONS GRANTED' TO WS-DL-BASIS
               WRITE ENT-REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-NONE-COUNT
           END-IF
           MOVE SPACES TO ENT-REPORT-LINE
           WRITE ENT-REPORT-LINE.
       2000-EXIT.
           EXIT.

       2100-TEST-ONE-ROW.
           ADD 1 TO WS-TBL-SUB
           EVALUATE TRUE
               WHEN WS-TBL-GRANTEE-TYPE (WS-TBL-SUB) = 'R'
                   AND WS-TBL-GRANTEE (WS-TBL-SUB) = '*'
                   MOVE 'ROLE * (EVERY OPERATOR)' TO WS-DL-BASIS
               WHEN WS-TBL-GRANTEE-TYPE (WS-TBL-SUB) = 'R'
                   AND WS-TBL-GRANTEE (WS-TBL-SUB) = USR-ACCESS-LEVEL
                   MOVE SPACES TO WS-DL-BASIS
                   STRING 'ROLE ' USR-ACCESS-LEVEL
                       DELIMITED BY SIZE INTO WS-DL-BASIS
               WHEN WS-TBL-GRANTEE-TYPE (WS-TBL-SUB) = 'U'
                   AND WS-TBL-GRANTEE (WS-TBL-SUB) = USR-USERNAME
                   MOVE 'NAMED OPERATOR' TO WS-DL-BASIS
               WHEN OTHER
                   GO TO 2100-EXIT
           END-EVALUATE
           MOVE WS-TBL-PROGRAM (WS-TBL-SUB) TO WS-DL-PROGRAM
           IF WS-TBL-FUNCTION (WS-TBL-SUB) = SPACES
               MOVE '(RUN)' TO WS-DL-FUNCTION
           ELSE
               MOVE WS-TBL-FUNCTION (WS-TBL-SUB) TO WS-DL-FUNCTION
           END-IF
           WRITE ENT-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-USER-GRANTS
           ADD 1 TO WS-GRANT-COUNT
           MOVE SPACES TO WS-DL-USERNAME
           MOVE SPACES TO WS-DL-LEVEL
           MOVE SPACES TO WS-DL-STATUS.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           MOVE 'OPERATORS REPORTED' TO WS-TL-LABEL
           MOVE WS-USER-COUNT TO WS-TL-COUNT
           WRITE ENT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'ENTITLEMENTS LISTED' TO WS-TL-LABEL
           MOVE WS-GRANT-COUNT TO WS-TL-COUNT
           WRITE ENT-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'OPERATORS GRANTED NOTHING' TO WS-TL-LABEL
           MOVE WS-NONE-COUNT TO WS-TL-COUNT
           WRITE ENT-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'OPERATORS REPORTED:  ' WS-USER-COUNT
           DISPLAY 'ENTITLEMENTS LISTED: ' WS-GRANT-COUNT
           DISPLAY 'GRANTED NOTHING:     ' WS-NONE-COUNT.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ENT-REPORT
           IF WS-UM-OPEN
               CLOSE USER-MASTER
           END-IF.
       9000-EXIT.
           EXIT.
