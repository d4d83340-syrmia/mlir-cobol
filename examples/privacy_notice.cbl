      *-----------------------------------------------------------*
      * PROGRAM:      PRIVNOTC
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Annual privacy notice mailing extract.  Run once a year;
      * writes one mailing line per customer who holds an account
      * that is not closed, with their name and address from the
      * customer master and their privacy choices as they stand
      * (opted out of information sharing, of marketing), so the
      * notice printed for them shows what they have chosen and
      * how to change it.
      *
      * The lines leave presorted the way STMTMAIL's do: sorted
      * by ZIP, broken into trays on the three-digit ZIP prefix,
      * with the tray-count summary alongside (PRIVSUMM.OUT) and
      * the control trailer as the last line for XTRVERIF.  A
      * customer whose mail is coming back undeliverable
      * (CUM-MAIL-RETURNED), or who has no deliverable address, is
      * not mailed; they are flagged on the exception side ahead
      * of the sorted lines.  A deceased customer is not mailed.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRIVNOTC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-FILE-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-CUST-ACCT-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT NOTICE-EXTRACT ASSIGN TO "PRIVXTR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT SORT-WORK ASSIGN TO "PRIVSORT"
               FILE STATUS IS WS-SORT-STATUS.
           SELECT PRESORT-SUMMARY ASSIGN TO "PRIVSUMM.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  NOTICE-EXTRACT.
       01  NOTICE-EXTRACT-LINE         PIC X(132).

       SD  SORT-WORK.
       01  SORT-WORK-RECORD.
           05  SW-ZIP                  PIC X(10).
           05  SW-MAIL-LINE            PIC X(122).

       FD  PRESORT-SUMMARY.
       01  PRESORT-SUMMARY-LINE        PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-EXTRACT-STATUS        PIC X(02).
           88  WS-NX-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-CUSTOMERS            VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-OPEN-ACCOUNT-SW       PIC X(01).
           88  WS-HAS-OPEN-ACCOUNT            VALUE 'Y'.
       01  WS-MAILED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-FLAGGED-COUNT         PIC 9(07) VALUE ZERO.
       01  WS-DECEASED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-RUN-CONTROL-STATUS    PIC X(02).
           88  WS-RC-OK                       VALUE '00'.
       01  WS-RUN-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-RUN-CONTROL          VALUE 'Y'.
       01  WS-RUN-NUMBER            PIC 9(05) VALUE ZERO.
       01  WS-EXTRACT-LINE-COUNT    PIC 9(07) VALUE ZERO.
       COPY "xtrail.cpy" REPLACING EXTRACT-TRAILER-RECORD
           BY WS-EXTRACT-TRAILER.
       01  WS-SORT-STATUS           PIC X(02).
       01  WS-SUMMARY-STATUS        PIC X(02).
       01  WS-SORT-EOF-SW           PIC X(01) VALUE 'N'.
           88  WS-END-OF-SORTED               VALUE 'Y'.
       01  WS-TRAY-NUMBER           PIC 9(04) VALUE ZERO.
       01  WS-TRAY-PIECES           PIC 9(06) VALUE ZERO.
       01  WS-TRAY-PREFIX           PIC X(03) VALUE LOW-VALUES.
       01  WS-TRAY-OPEN-SW          PIC X(01) VALUE 'N'.
           88  WS-TRAY-OPEN                   VALUE 'Y'.
       01  WS-TRAY-LINE.
           05  FILLER               PIC X(05) VALUE 'TRAY '.
           05  WS-TY-NUMBER         PIC ZZZ9.
           05  FILLER               PIC X(06) VALUE '  ZIP '.
           05  WS-TY-PREFIX         PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-TY-PIECES         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(07) VALUE ' PIECES'.
       01  WS-SUMMARY-TOTAL-LINE.
           05  FILLER               PIC X(07) VALUE 'TRAYS: '.
           05  WS-ST-TRAYS          PIC ZZZ9.
           05  FILLER               PIC X(15) VALUE
               '  TOTAL PIECES '.
           05  WS-ST-PIECES         PIC ZZZ,ZZ9.
       01  WS-MAIL-LINE.
           05  WS-ML-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ML-NAME           PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ML-ADDR-1         PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-ML-CITY           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-STATE          PIC X(02).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-ML-ZIP            PIC X(10).
           05  FILLER               PIC X(06) VALUE '  SHR '.
           05  WS-ML-SHARE-OPT-OUT  PIC X(01).
           05  FILLER               PIC X(05) VALUE ' MKT '.
           05  WS-ML-MKTG-OPT-OUT   PIC X(01).
       01  WS-FLAG-LINE.
           05  WS-FL-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-FL-REASON         PIC X(30).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-END-OF-CUSTOMERS
               SORT SORT-WORK
                   ON ASCENDING KEY SW-ZIP
                   INPUT PROCEDURE IS 2000-LOAD-MAIL-LINES
                   OUTPUT PROCEDURE IS 5000-WRITE-PRESORTED
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN INPUT ACCOUNT-MASTER
           OPEN OUTPUT NOTICE-EXTRACT
           IF NOT WS-CM-OK OR NOT WS-CA-OK OR NOT WS-AF-OK
               OR NOT WS-NX-OK
               DISPLAY 'UNABLE TO OPEN PRIVACY NOTICE FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-CUSTOMERS TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-LOAD-MAIL-LINES - the extract pass, feeding each
      * mailable customer's line to the sort keyed on ZIP.
      * Exception flags write straight to the extract ahead of
      * the sorted lines.
      *-----------------------------------------------------------*
       2000-LOAD-MAIL-LINES.
           PERFORM 2050-EXTRACT-CUSTOMERS THRU 2050-EXIT
               UNTIL WS-END-OF-CUSTOMERS.

       2050-EXTRACT-CUSTOMERS.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-CUSTOMERS TO TRUE
                   GO TO 2050-EXIT
           END-READ
           IF CUM-DATE-OF-DEATH IS NUMERIC
               AND NOT CUM-NOT-DECEASED
               ADD 1 TO WS-DECEASED-COUNT
               GO TO 2050-EXIT
           END-IF
           PERFORM 2100-FIND-OPEN-ACCOUNT THRU 2100-EXIT
           IF WS-HAS-OPEN-ACCOUNT
               PERFORM 2250-WRITE-ADDRESS THRU 2250-EXIT
           END-IF.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-FIND-OPEN-ACCOUNT - the notice goes to customers with
      * a relationship: any account linked to them, in any role,
      * that is not closed.  The links are keyed customer first,
      * so the customer's own run of links is read from its key.
      *-----------------------------------------------------------*
       2100-FIND-OPEN-ACCOUNT.
           MOVE 'N' TO WS-OPEN-ACCOUNT-SW
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE CUM-CUSTOMER-ID TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 2150-TEST-ONE-LINK THRU 2150-EXIT
               UNTIL WS-END-OF-LINKS OR WS-HAS-OPEN-ACCOUNT.
       2100-EXIT.
           EXIT.

       2150-TEST-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 2150-EXIT
           END-READ
           IF CAR-CUSTOMER-ID NOT = CUM-CUSTOMER-ID
               SET WS-END-OF-LINKS TO TRUE
               GO TO 2150-EXIT
           END-IF
           MOVE CAR-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACCT-STATUS-CLOSED
                       SET WS-HAS-OPEN-ACCOUNT TO TRUE
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2250-WRITE-ADDRESS - the mailing line, or the exception
      * line when the customer's mail is coming back or they have
      * no deliverable address.
      *-----------------------------------------------------------*
       2250-WRITE-ADDRESS.
           IF CUM-MAIL-RETURNED
               MOVE 'RETURNED MAIL - NOT MAILED' TO WS-FL-REASON
               PERFORM 2280-WRITE-FLAG-LINE THRU 2280-EXIT
               GO TO 2250-EXIT
           END-IF
           IF CUM-ADDR-LINE-1 = SPACES OR CUM-CITY = SPACES
               OR CUM-ZIP = SPACES
               MOVE 'NO DELIVERABLE ADDRESS' TO WS-FL-REASON
               PERFORM 2280-WRITE-FLAG-LINE THRU 2280-EXIT
               GO TO 2250-EXIT
           END-IF
           MOVE CUM-CUSTOMER-ID TO WS-ML-CUSTOMER-ID
           MOVE CUM-NAME TO WS-ML-NAME
           MOVE CUM-ADDR-LINE-1 TO WS-ML-ADDR-1
           MOVE CUM-CITY TO WS-ML-CITY
           MOVE CUM-STATE TO WS-ML-STATE
           MOVE CUM-ZIP TO WS-ML-ZIP
           MOVE 'N' TO WS-ML-SHARE-OPT-OUT
           MOVE 'N' TO WS-ML-MKTG-OPT-OUT
           IF CUM-SHARING-OPTED-OUT
               MOVE 'Y' TO WS-ML-SHARE-OPT-OUT
           END-IF
           IF CUM-MARKETING-OPTED-OUT
               MOVE 'Y' TO WS-ML-MKTG-OPT-OUT
           END-IF
           ADD 1 TO WS-MAILED-COUNT
           MOVE CUM-ZIP TO SW-ZIP
           MOVE WS-MAIL-LINE TO SW-MAIL-LINE
           RELEASE SORT-WORK-RECORD.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2280-WRITE-FLAG-LINE - write one exception line for a
      * customer who cannot be mailed, with the reason already set
      * by the caller.
      *-----------------------------------------------------------*
       2280-WRITE-FLAG-LINE.
           MOVE CUM-CUSTOMER-ID TO WS-FL-CUSTOMER-ID
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO NOTICE-EXTRACT-LINE
           WRITE NOTICE-EXTRACT-LINE FROM WS-FLAG-LINE
           ADD 1 TO WS-EXTRACT-LINE-COUNT.
       2280-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-WRITE-PRESORTED - the sorted mailing lines onto the
      * extract, broken into trays on the three-digit ZIP prefix,
      * each tray counted onto the post-office summary.
      *-----------------------------------------------------------*
       5000-WRITE-PRESORTED.
           OPEN OUTPUT PRESORT-SUMMARY
           MOVE 'N' TO WS-SORT-EOF-SW
           PERFORM 5100-RETURN-ONE-LINE THRU 5100-EXIT
               UNTIL WS-END-OF-SORTED
           IF WS-TRAY-OPEN
               PERFORM 5300-CLOSE-TRAY THRU 5300-EXIT
           END-IF
           MOVE WS-TRAY-NUMBER TO WS-ST-TRAYS
           MOVE WS-MAILED-COUNT TO WS-ST-PIECES
           WRITE PRESORT-SUMMARY-LINE FROM WS-SUMMARY-TOTAL-LINE
           CLOSE PRESORT-SUMMARY.

       5100-RETURN-ONE-LINE.
           RETURN SORT-WORK
               AT END
                   SET WS-END-OF-SORTED TO TRUE
               NOT AT END
                   IF NOT WS-TRAY-OPEN
                       OR SW-ZIP(1:3) NOT = WS-TRAY-PREFIX
                       IF WS-TRAY-OPEN
                           PERFORM 5300-CLOSE-TRAY THRU 5300-EXIT
                       END-IF
                       ADD 1 TO WS-TRAY-NUMBER
                       MOVE SW-ZIP(1:3) TO WS-TRAY-PREFIX
                       MOVE ZERO TO WS-TRAY-PIECES
                       SET WS-TRAY-OPEN TO TRUE
                   END-IF
                   WRITE NOTICE-EXTRACT-LINE FROM SW-MAIL-LINE
                   ADD 1 TO WS-EXTRACT-LINE-COUNT
                   ADD 1 TO WS-TRAY-PIECES
           END-RETURN.
       5100-EXIT.
           EXIT.

       5300-CLOSE-TRAY.
           MOVE WS-TRAY-NUMBER TO WS-TY-NUMBER
           MOVE WS-TRAY-PREFIX TO WS-TY-PREFIX
           MOVE WS-TRAY-PIECES TO WS-TY-PIECES
           WRITE PRESORT-SUMMARY-LINE FROM WS-TRAY-LINE.
       5300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'PRIVACY NOTICES WRITTEN: ' WS-MAILED-COUNT
           DISPLAY 'CUSTOMERS FLAGGED: ' WS-FLAGGED-COUNT
           DISPLAY 'DECEASED NOT MAILED: ' WS-DECEASED-COUNT
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-ACCOUNT
           CLOSE ACCOUNT-MASTER
           PERFORM 8800-WRITE-TRAILER THRU 8800-EXIT
           CLOSE NOTICE-EXTRACT.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8800-WRITE-TRAILER - the control trailer as the extract's
      * last line, run number off the run-control file.
      *-----------------------------------------------------------*
       8800-WRITE-TRAILER.
           OPEN INPUT RUN-CONTROL
           IF WS-RC-OK
               PERFORM 8850-READ-ONE-RUN-RECORD THRU 8850-EXIT
                   UNTIL WS-END-OF-RUN-CONTROL
               CLOSE RUN-CONTROL
           END-IF
           MOVE '*TRAILER' TO XTL-TRAILER-TAG
               IN WS-EXTRACT-TRAILER
           MOVE WS-EXTRACT-LINE-COUNT TO XTL-RECORD-COUNT
               IN WS-EXTRACT-TRAILER
           MOVE ZERO TO XTL-AMOUNT-TOTAL IN WS-EXTRACT-TRAILER
           MOVE WS-RUN-NUMBER TO XTL-RUN-NUMBER
               IN WS-EXTRACT-TRAILER
           WRITE NOTICE-EXTRACT-LINE FROM WS-EXTRACT-TRAILER.
       8800-EXIT.
           EXIT.

       8850-READ-ONE-RUN-RECORD.
           READ RUN-CONTROL
               AT END
                   SET WS-END-OF-RUN-CONTROL TO TRUE
               NOT AT END
                   MOVE RUN-NUMBER TO WS-RUN-NUMBER
           END-READ.
       8850-EXIT.
           EXIT.
