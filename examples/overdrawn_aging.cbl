      * 30/60/90 aging report, and at each mark - 30, 60, and 90
      * days - writes a collections letter from the primary
      * holder's CUSTMST address block, once per mark, the level
      * already sent remembered on the aging row.  A holder whose
      * mail has come back undeliverable (CUM-MAIL-RETURNED) has
      * the letter written to the branch-hold file instead, under
      * a banner naming the account's branch.
      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  A holder whose address is marked
      *                    returned-mail gets their collections
      *                    letter written to the branch-hold file
      *                    (ODHOLD.OUT) under a banner naming the
      *                    account's branch, instead of the mail
      *                    stream.  The mark still counts as
      *                    sent.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through BHSTWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and report columns
      *                    widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGING.
           SELECT LETTER-FILE ASSIGN TO "ODLETTER.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           SELECT HOLD-LETTER-FILE ASSIGN TO "ODHOLD.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-LETTER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(80).

       FD  HOLD-LETTER-FILE.
       01  HOLD-LETTER-LINE            PIC X(80).

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

           88  WS-CA-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
       01  WS-LETTER-STATUS         PIC X(02).
       01  WS-HOLD-LETTER-STATUS    PIC X(02).
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-ACF-OK                      VALUE '00'.
       01  WS-ACCT-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-ACCT-OPEN                   VALUE 'Y'.
       01  WS-HELD-SW               PIC X(01) VALUE 'N'.
           88  WS-LETTER-HELD                 VALUE 'Y'.
       01  WS-HELD-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-HOLD-BANNER.
           05  FILLER               PIC X(16) VALUE
               'HOLD FOR BRANCH '.
           05  WS-HB-BRANCH         PIC 9(03).
           05  FILLER               PIC X(17) VALUE
               ' - MAIL RETURNED '.
           05  WS-HB-DATE           PIC X(08).
           05  FILLER               PIC X(08) VALUE
               ' REASON '.
           05  WS-HB-REASON         PIC X(02).
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-SNAP-EOF-SW           PIC X(01) VALUE 'N'.
           05  WS-SNAP-ENTRY OCCURS 500 TIMES.
               10  WS-SNP-ACCOUNT-ID   PIC 9(07).
               10  WS-SNP-DATE         PIC 9(08).
               10  WS-SNP-BALANCE      PIC S9(11)V9(02).
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(30) VALUE
               'OVERDRAWN ACCOUNT AGING AS OF '.
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT-ID     PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-BALANCE        PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS           PIC ZZZ9.
           05  FILLER               PIC X(16) VALUE
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN OUTPUT AGING-REPORT
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT HOLD-LETTER-FILE
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACF-OK
               SET WS-ACCT-OPEN TO TRUE
           END-IF
           IF NOT WS-AG-OK OR NOT WS-CM-OK OR NOT WS-CA-OK
               DISPLAY 'UNABLE TO OPEN AGING FILES'
               MOVE 16 TO RETURN-CODE
               AT END
                   SET WS-END-OF-SNAPSHOTS TO TRUE
               NOT AT END
                   CALL 'BHSTWIDE' USING BALANCE-HISTORY-RECORD
                       RETURN-CODE
                   PERFORM 1378-KEEP-NEWEST-SNAPSHOT THRU 1378-EXIT
           END-READ.
       1375-EXIT.
      * just reached, addressed from the primary holder's CUSTMST
      * block.  No deliverable holder means no letter; the
      * account still shows on the report for the branch to work.
      * Mail coming back from the holder's address sends the
      * letter to the branch-hold file.
      *-----------------------------------------------------------*
       3000-WRITE-LETTER.
           PERFORM 3100-FIND-PRIMARY-HOLDER THRU 3100-EXIT
               NOT INVALID KEY
                   CONTINUE
           END-READ
           MOVE 'N' TO WS-HELD-SW
           IF CUM-MAIL-RETURNED
               PERFORM 3300-WRITE-HOLD-BANNER THRU 3300-EXIT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           PERFORM 3350-PUT-LETTER-LINE THRU 3350-EXIT
           MOVE CUM-NAME TO WS-LETTER-TEXT
           PERFORM 3350-PUT-LETTER-LINE THRU 3350-EXIT
           MOVE CUM-ADDR-LINE-1 TO WS-LETTER-TEXT
           PERFORM 3350-PUT-LETTER-LINE THRU 3350-EXIT
           IF CUM-ADDR-LINE-2 NOT = SPACES
               MOVE CUM-ADDR-LINE-2 TO WS-LETTER-TEXT
               PERFORM 3350-PUT-LETTER-LINE THRU 3350-EXIT
           END-IF
           MOVE SPACES TO WS-LETTER-TEXT
           STRING CUM-CITY ' ' CUM-STATE ' ' CUM-ZIP
               DELIMITED BY SIZE INTO WS-LETTER-TEXT
           PERFORM 3350-PUT-LETTER-LINE THRU 3350-EXIT
           MOVE SPACES TO WS-LETTER-TEXT
           EVALUATE WS-NEW-LEVEL
               WHEN 1
                       ' OVERDRAWN 90 DAYS.'
                       DELIMITED BY SIZE INTO WS-LETTER-TEXT
           END-EVALUATE
           PERFORM 3350-PUT-LETTER-LINE THRU 3350-EXIT
           MOVE 'PLEASE DEPOSIT FUNDS OR CONTACT THE BRANCH.'
               TO WS-LETTER-TEXT
           PERFORM 3350-PUT-LETTER-LINE THRU 3350-EXIT
           IF WS-LETTER-HELD
               ADD 1 TO WS-HELD-COUNT
           ELSE
               ADD 1 TO WS-LETTER-COUNT
           END-IF.
       3000-EXIT.
           EXIT.

       3150-EXIT.
           EXIT.

       3300-WRITE-HOLD-BANNER.
           SET WS-LETTER-HELD TO TRUE
           MOVE ZERO TO WS-HB-BRANCH
           IF WS-ACCT-OPEN
               MOVE ODA-ACCOUNT-ID TO ACCT-ACCOUNT-ID
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACCT-BRANCH-CODE TO WS-HB-BRANCH
               END-READ
           END-IF
           MOVE CUM-MAIL-RETURN-DATE TO WS-HB-DATE
           MOVE CUM-MAIL-RETURN-REASON TO WS-HB-REASON
           MOVE SPACES TO HOLD-LETTER-LINE
           WRITE HOLD-LETTER-LINE
           WRITE HOLD-LETTER-LINE FROM WS-HOLD-BANNER.
       3300-EXIT.
           EXIT.

       3350-PUT-LETTER-LINE.
           IF WS-LETTER-HELD
               WRITE HOLD-LETTER-LINE FROM WS-LETTER-TEXT
           ELSE
               WRITE LETTER-LINE FROM WS-LETTER-TEXT
           END-IF.
       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-BUCKET-SUMMARY
      *-----------------------------------------------------------*
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'COLLECTIONS LETTERS WRITTEN: ' WS-LETTER-COUNT
           DISPLAY 'LETTERS HELD FOR BRANCH: ' WS-HELD-COUNT
           DISPLAY 'OVERDRAFTS CLEARED: ' WS-CLEARED-COUNT
           IF WS-RUN-OK
               CLOSE AGING-FILE
               CLOSE CUSTOMER-ACCOUNT
               CLOSE AGING-REPORT
               CLOSE LETTER-FILE
               CLOSE HOLD-LETTER-FILE
               IF WS-ACCT-OPEN
                   CLOSE ACCOUNT-MASTER
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
