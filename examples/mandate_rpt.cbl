      *-----------------------------------------------------------*
      * PROGRAM:      MANDRPT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Signing mandate exception report.  Every commercial (CM)
      * account not closed is checked against its signers on
      * CUSTACCT (any role but guardian) and its signing mandate
      * (MANDATE.CPY), and listed on MANDRPT.OUT when:
      *
      *   - no signer is linked to it at all;
      *   - no mandate is on file, so MEMOPOST sends every
      *     withdrawal on it to a supervisor;
      *   - a sole signer the mandate names is no longer linked;
      *   - the mandate calls for two signers - no sole signer,
      *     or a dual-signature limit - and fewer than two are
      *     linked, so no withdrawal can ever satisfy it.
      *
      * An account may be listed once for each exception it has.
      * The branch corrects the links in customer maintenance and
      * the mandate in MANDMNT.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUST-ACCT-STATUS.
           SELECT SIGNING-MANDATE ASSIGN TO "MANDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MND-ACCOUNT-ID
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT MANDATE-REPORT ASSIGN TO "MANDRPT.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  SIGNING-MANDATE.
       COPY "mandate.cpy".

       FD  MANDATE-REPORT.
       01  MANDATE-REPORT-LINE         PIC X(80).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-MANDATE-STATUS        PIC X(02).
           88  WS-MD-OK                       VALUE '00'.
           88  WS-MD-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-MD-OPEN-SW            PIC X(01) VALUE 'N'.
           88  WS-MD-OPEN                     VALUE 'Y'.
       01  WS-ACCT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-ACCOUNTS             VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-MANDATE-SW            PIC X(01).
           88  WS-MANDATE-FOUND               VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-EXAMINED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(05) VALUE ZERO.
       01  WS-ACCOUNTS-LISTED       PIC 9(05) VALUE ZERO.
       01  WS-LISTED-SW             PIC X(01).
           88  WS-ACCOUNT-LISTED              VALUE 'Y'.
       01  WS-EXCEPTION-TEXT        PIC X(31).
       01  WS-CM-SUB                PIC 9(04).
       01  WS-CM-HIT-SUB            PIC 9(04).
       01  WS-CM-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-CM-MAX                PIC 9(04) VALUE 1000.
       01  WS-COMMERCIAL-TABLE.
           05  WS-CM-ENTRY OCCURS 1000 TIMES.
               10  WS-CM-ACCOUNT-ID    PIC 9(07).
               10  WS-CM-HOLDER        PIC X(30).
               10  WS-CM-SIGNERS       PIC 9(03).
       01  WS-MND-SUB               PIC 9(01).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'SIGNING MANDATE EXCEPTIONS AS OF        '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'ACCOUNT  ACCOUNT HOLDER                 '.
           05  FILLER               PIC X(40) VALUE
               'SGN SOLE EXCEPTION                      '.
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT        PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-HOLDER         PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-SIGNERS        PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-SOLE           PIC 9(01).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-DL-EXCEPTION      PIC X(31).
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL          PIC X(40).
           05  WS-CL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-FILES-OPEN
               PERFORM 2000-COLLECT-COMMERCIAL THRU 2000-EXIT
                   UNTIL WS-END-OF-ACCOUNTS
               PERFORM 3000-COUNT-SIGNERS THRU 3000-EXIT
               MOVE ZERO TO WS-CM-SUB
               PERFORM 4000-CHECK-ONE-ACCOUNT THRU 4000-EXIT
                   UNTIL WS-CM-SUB = WS-CM-ENTRIES
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the account master, the link file and
      * the report are required.  With no mandate file yet every
      * commercial account is reported as having no mandate.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN OUTPUT MANDATE-REPORT
           IF NOT WS-AF-OK OR NOT WS-CA-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN MANDATE REPORT FILES'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           OPEN INPUT SIGNING-MANDATE
           IF WS-MD-OK
               SET WS-MD-OPEN TO TRUE
           ELSE
               IF NOT WS-MD-NOT-FOUND
                   DISPLAY 'UNABLE TO OPEN MANDATE FILE, STATUS '
                       WS-MANDATE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE MANDATE-REPORT-LINE FROM WS-REPORT-HEADER
           WRITE MANDATE-REPORT-LINE FROM WS-COLUMN-HEADER.
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
      * 2000-COLLECT-COMMERCIAL - every commercial account not
      * closed goes into the table.  A table too small is
      * reported; the accounts past it are not checked.
      *-----------------------------------------------------------*
       2000-COLLECT-COMMERCIAL.
           READ ACCOUNT-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-ACCOUNTS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF NOT ACCT-CATEGORY-COMMERCIAL OR ACCT-STATUS-CLOSED
               GO TO 2000-EXIT
           END-IF
           IF WS-CM-ENTRIES = WS-CM-MAX
               DISPLAY 'COMMERCIAL ACCOUNT TABLE FULL - REMAINING '
                   'ACCOUNTS NOT CHECKED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-ACCOUNTS TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-CM-ENTRIES
           MOVE ACCT-ACCOUNT-ID TO WS-CM-ACCOUNT-ID (WS-CM-ENTRIES)
           MOVE ACCT-ACCOUNT-HOLDER TO WS-CM-HOLDER (WS-CM-ENTRIES)
           MOVE ZERO TO WS-CM-SIGNERS (WS-CM-ENTRIES).
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-COUNT-SIGNERS - one pass of the link file counts the
      * signers on each commercial account in the table.
      *-----------------------------------------------------------*
       3000-COUNT-SIGNERS.
           IF WS-CM-ENTRIES = ZERO
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 3100-COUNT-ONE-LINK THRU 3100-EXIT
               UNTIL WS-END-OF-LINKS.
       3000-EXIT.
           EXIT.

       3100-COUNT-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF CAR-ROLE-GUARDIAN
               GO TO 3100-EXIT
           END-IF
           MOVE ZERO TO WS-CM-HIT-SUB
           MOVE ZERO TO WS-CM-SUB
           PERFORM 3150-TEST-ONE-ACCOUNT THRU 3150-EXIT
               UNTIL WS-CM-HIT-SUB NOT = ZERO
               OR WS-CM-SUB = WS-CM-ENTRIES
           IF WS-CM-HIT-SUB NOT = ZERO
               ADD 1 TO WS-CM-SIGNERS (WS-CM-HIT-SUB)
           END-IF.
       3100-EXIT.
           EXIT.

       3150-TEST-ONE-ACCOUNT.
           ADD 1 TO WS-CM-SUB
           IF WS-CM-ACCOUNT-ID (WS-CM-SUB) = CAR-ACCOUNT-ID
               MOVE WS-CM-SUB TO WS-CM-HIT-SUB
           END-IF.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CHECK-ONE-ACCOUNT
      *-----------------------------------------------------------*
       4000-CHECK-ONE-ACCOUNT.
           ADD 1 TO WS-CM-SUB
           ADD 1 TO WS-EXAMINED-COUNT
           MOVE 'N' TO WS-LISTED-SW
           MOVE 'N' TO WS-MANDATE-SW
           MOVE ZERO TO MND-SOLE-SIGNER-COUNT
           IF WS-MD-OPEN
               MOVE WS-CM-ACCOUNT-ID (WS-CM-SUB) TO MND-ACCOUNT-ID
               READ SIGNING-MANDATE
                   INVALID KEY
                       MOVE ZERO TO MND-SOLE-SIGNER-COUNT
                   NOT INVALID KEY
                       SET WS-MANDATE-FOUND TO TRUE
               END-READ
           END-IF
           IF WS-CM-SIGNERS (WS-CM-SUB) = ZERO
               MOVE 'NO SIGNERS LINKED' TO WS-EXCEPTION-TEXT
               PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
           END-IF
           IF NOT WS-MANDATE-FOUND
               MOVE 'NO MANDATE ON FILE' TO WS-EXCEPTION-TEXT
               PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-MND-SUB
           PERFORM 4100-CHECK-ONE-SOLE-SIGNER THRU 4100-EXIT
               UNTIL WS-MND-SUB = MND-SOLE-SIGNER-COUNT
           IF WS-CM-SIGNERS (WS-CM-SUB) < 2
               AND (MND-SOLE-SIGNER-COUNT = ZERO
               OR NOT MND-NO-DUAL-LIMIT)
               MOVE 'TWO SIGNERS NEEDED, < 2 LINKED'
                   TO WS-EXCEPTION-TEXT
               PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-CHECK-ONE-SOLE-SIGNER - a sole signer the mandate
      * names must still be linked to the account.
      *-----------------------------------------------------------*
       4100-CHECK-ONE-SOLE-SIGNER.
           ADD 1 TO WS-MND-SUB
           MOVE MND-SOLE-SIGNER (WS-MND-SUB) TO CAR-CUSTOMER-ID
           MOVE MND-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   MOVE SPACES TO WS-EXCEPTION-TEXT
                   STRING 'SOLE SIGNER ' MND-SOLE-SIGNER (WS-MND-SUB)
                       ' NOT LINKED'
                       DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
                   PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
                   GO TO 4100-EXIT
           END-READ
           IF CAR-ROLE-GUARDIAN
               MOVE SPACES TO WS-EXCEPTION-TEXT
               STRING 'SOLE SIGNER ' MND-SOLE-SIGNER (WS-MND-SUB)
                   ' IS A GUARDIAN'
                   DELIMITED BY SIZE INTO WS-EXCEPTION-TEXT
               PERFORM 4500-WRITE-EXCEPTION THRU 4500-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

       4500-WRITE-EXCEPTION.
           MOVE WS-CM-ACCOUNT-ID (WS-CM-SUB) TO WS-DL-ACCOUNT
           MOVE WS-CM-HOLDER (WS-CM-SUB) TO WS-DL-HOLDER
           MOVE WS-CM-SIGNERS (WS-CM-SUB) TO WS-DL-SIGNERS
           MOVE MND-SOLE-SIGNER-COUNT TO WS-DL-SOLE
           MOVE WS-EXCEPTION-TEXT TO WS-DL-EXCEPTION
           WRITE MANDATE-REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           IF NOT WS-ACCOUNT-LISTED
               SET WS-ACCOUNT-LISTED TO TRUE
               ADD 1 TO WS-ACCOUNTS-LISTED
           END-IF.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               MOVE SPACES TO MANDATE-REPORT-LINE
               WRITE MANDATE-REPORT-LINE
               MOVE 'COMMERCIAL ACCOUNTS EXAMINED' TO WS-CL-LABEL
               MOVE WS-EXAMINED-COUNT TO WS-CL-COUNT
               WRITE MANDATE-REPORT-LINE FROM WS-COUNT-LINE
               MOVE 'ACCOUNTS WITH EXCEPTIONS' TO WS-CL-LABEL
               MOVE WS-ACCOUNTS-LISTED TO WS-CL-COUNT
               WRITE MANDATE-REPORT-LINE FROM WS-COUNT-LINE
               MOVE 'EXCEPTIONS LISTED' TO WS-CL-LABEL
               MOVE WS-EXCEPTION-COUNT TO WS-CL-COUNT
               WRITE MANDATE-REPORT-LINE FROM WS-COUNT-LINE
               CLOSE ACCOUNT-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE MANDATE-REPORT
           END-IF
           IF WS-MD-OPEN
               CLOSE SIGNING-MANDATE
           END-IF
           DISPLAY 'COMMERCIAL ACCOUNTS EXAMINED: ' WS-EXAMINED-COUNT
           DISPLAY 'ACCOUNTS WITH MANDATE EXCEPTIONS: '
               WS-ACCOUNTS-LISTED.
       9000-EXIT.
           EXIT.
