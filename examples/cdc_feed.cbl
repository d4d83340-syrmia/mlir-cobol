      *-----------------------------------------------------------*
      * PROGRAM:      CDCFEED
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Nightly change-data-capture feed to the data warehouse.
      * The warehouse used to take whole copies of ACCTFILE,
      * CUSTMST and CUSTACCT and compare them, which was slow and
      * never saw a delete.  Every change to those masters is
      * already journaled with its before and after images
      * (MSTJRNL.CPY), so this turns the business day's journal
      * rows into an insert/update/delete delta per master -
      * ACCTCDC.OUT, CUSTCDC.OUT and LINKCDC.OUT - and adds the
      * day's posted transactions off the posting log as inserts
      * on TRANCDC.OUT.  Journal rows for the user master are not
      * the warehouse's business and are passed over.
      *
      * Every delta line (CDCDELTA.CPY) carries the chain's run
      * number, and every file ends in the standard control
      * trailer with its count, so the load proves each with
      * XTRVERIF; CDCCTL.OUT gives the counts per file and per
      * operation for the load to tie to.  A missing journal or
      * posting log still writes its files, empty but trailered,
      * and ends the step RC 8.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDCFEED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT POSTING-LOG ASSIGN TO "POSTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTLOG-STATUS.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.
           SELECT ACCOUNT-DELTA ASSIGN TO "ACCTCDC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCT-DELTA-STATUS.
           SELECT CUSTOMER-DELTA ASSIGN TO "CUSTCDC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUST-DELTA-STATUS.
           SELECT LINK-DELTA ASSIGN TO "LINKCDC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LINK-DELTA-STATUS.
           SELECT POSTING-DELTA ASSIGN TO "TRANCDC.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-DELTA-STATUS.
           SELECT CONTROL-REPORT ASSIGN TO "CDCCTL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-JOURNAL.
       COPY "mstjrnl.cpy".

       FD  POSTING-LOG.
       COPY "postlog.cpy".

       FD  RUN-CONTROL.
       COPY "runctl.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       FD  ACCOUNT-DELTA.
       01  ACCOUNT-DELTA-LINE          PIC X(329).

       FD  CUSTOMER-DELTA.
       01  CUSTOMER-DELTA-LINE         PIC X(329).

       FD  LINK-DELTA.
       01  LINK-DELTA-LINE             PIC X(329).

       FD  POSTING-DELTA.
       01  POSTING-DELTA-LINE          PIC X(329).

       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-OK                       VALUE '00'.
       01  WS-POSTLOG-STATUS        PIC X(02).
           88  WS-PL-OK                       VALUE '00'.
       01  WS-RUN-CONTROL-STATUS    PIC X(02).
           88  WS-RC-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-ACCT-DELTA-STATUS     PIC X(02).
           88  WS-AD-OK                       VALUE '00'.
       01  WS-CUST-DELTA-STATUS     PIC X(02).
           88  WS-CD-OK                       VALUE '00'.
       01  WS-LINK-DELTA-STATUS     PIC X(02).
           88  WS-LD-OK                       VALUE '00'.
       01  WS-TRAN-DELTA-STATUS     PIC X(02).
           88  WS-TD-OK                       VALUE '00'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-RUN-OK-SW             PIC X(01) VALUE 'Y'.
           88  WS-RUN-OK                      VALUE 'Y'.
       01  WS-JOURNAL-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-JOURNAL              VALUE 'Y'.
       01  WS-POSTLOG-EOF-SW        PIC X(01) VALUE 'N'.
           88  WS-END-OF-POSTLOG              VALUE 'Y'.
       01  WS-RUN-EOF-SW            PIC X(01) VALUE 'N'.
           88  WS-END-OF-RUN-CONTROL          VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-RUN-NUMBER            PIC 9(05) VALUE ZERO.
       01  WS-FILE-SUB              PIC 9(01).
       01  WS-OPERATION-SUB         PIC 9(01).
       01  WS-PASSED-OVER-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-POSTED-AMOUNT         PIC 9(11)V9(02) VALUE ZERO.
       01  WS-COUNT-TABLE.
           05  WS-COUNT-FILE OCCURS 4 TIMES.
               10  WS-CNT-OPERATION OCCURS 3 TIMES
                                    PIC 9(07).
               10  WS-CNT-TOTAL        PIC 9(07).
       COPY "cdcdelta.cpy".
       COPY "xtrail.cpy" REPLACING EXTRACT-TRAILER-RECORD
           BY WS-EXTRACT-TRAILER.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'WAREHOUSE CHANGE FEED FOR BUSINESS DATE '.
           05  WS-RH-DATE           PIC 9(08).
           05  FILLER               PIC X(06) VALUE '  RUN '.
           05  WS-RH-RUN-NUMBER     PIC 9(05).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(41) VALUE
               'FILE            INSERTS  UPDATES  DELETES'.
           05  FILLER               PIC X(09) VALUE
               '    TOTAL'.
       01  WS-FILE-LINE.
           05  WS-FL-FILE-NAME      PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-FL-INSERTS        PIC Z,ZZZ,ZZ9.
           05  WS-FL-UPDATES        PIC Z,ZZZ,ZZ9.
           05  WS-FL-DELETES        PIC Z,ZZZ,ZZ9.
           05  WS-FL-TOTAL          PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-COUNT          PIC ZZ,ZZ9.
       01  WS-AMOUNT-LINE.
           05  FILLER               PIC X(40) VALUE
               'AMOUNT POSTED ON TRANCDC:               '.
           05  WS-AL-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-RUN-OK
               PERFORM 2000-EXTRACT-JOURNAL THRU 2000-EXIT
                   UNTIL WS-END-OF-JOURNAL
               PERFORM 3000-EXTRACT-POSTINGS THRU 3000-EXIT
                   UNTIL WS-END-OF-POSTLOG
               PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
               PERFORM 8800-WRITE-TRAILERS THRU 8800-EXIT
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the delta files open first, so the
      * warehouse always gets a trailered file for each master
      * even on a night with no journal to read.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1500-READ-RUN-NUMBER THRU 1500-EXIT
           INITIALIZE WS-COUNT-TABLE
           OPEN OUTPUT ACCOUNT-DELTA
           OPEN OUTPUT CUSTOMER-DELTA
           OPEN OUTPUT LINK-DELTA
           OPEN OUTPUT POSTING-DELTA
           OPEN OUTPUT CONTROL-REPORT
           IF NOT WS-AD-OK OR NOT WS-CD-OK OR NOT WS-LD-OK
               OR NOT WS-TD-OK OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN CHANGE FEED FILES'
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-RUN-OK-SW
               GO TO 1000-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           MOVE WS-RUN-NUMBER TO WS-RH-RUN-NUMBER
           WRITE CONTROL-REPORT-LINE FROM WS-REPORT-HEADER
           OPEN INPUT MASTER-JOURNAL
           IF NOT WS-JR-OK
               DISPLAY 'NO MASTER JOURNAL - NO MASTER CHANGES FED'
               SET WS-END-OF-JOURNAL TO TRUE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           OPEN INPUT POSTING-LOG
           IF NOT WS-PL-OK
               DISPLAY 'NO POSTING LOG - NO POSTINGS FED'
               SET WS-END-OF-POSTLOG TO TRUE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
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
      * 1500-READ-RUN-NUMBER - the chain's run number, off the
      * run-control file; every delta line carries it.
      *-----------------------------------------------------------*
       1500-READ-RUN-NUMBER.
           OPEN INPUT RUN-CONTROL
           IF WS-RC-OK
               PERFORM 1550-READ-ONE-RUN-RECORD THRU 1550-EXIT
                   UNTIL WS-END-OF-RUN-CONTROL
               CLOSE RUN-CONTROL
           END-IF.
       1500-EXIT.
           EXIT.

       1550-READ-ONE-RUN-RECORD.
           READ RUN-CONTROL
               AT END
                   SET WS-END-OF-RUN-CONTROL TO TRUE
               NOT AT END
                   MOVE RUN-NUMBER TO WS-RUN-NUMBER
           END-READ.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-EXTRACT-JOURNAL - the business day's journal rows,
      * each to its master's delta: a write is an insert carrying
      * the after image, a rewrite an update carrying the after
      * image, a delete a delete carrying the before image.
      *-----------------------------------------------------------*
       2000-EXTRACT-JOURNAL.
           READ MASTER-JOURNAL
               AT END
                   SET WS-END-OF-JOURNAL TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF MJR-TIMESTAMP (1:8) NOT = WS-TODAY-DATE
               GO TO 2000-EXIT
           END-IF
           EVALUATE TRUE
               WHEN MJR-FILE-ACCOUNT
                   MOVE 1 TO WS-FILE-SUB
               WHEN MJR-FILE-CUSTOMER
                   MOVE 2 TO WS-FILE-SUB
               WHEN MJR-FILE-LINK
                   MOVE 3 TO WS-FILE-SUB
               WHEN OTHER
                   ADD 1 TO WS-PASSED-OVER-COUNT
                   GO TO 2000-EXIT
           END-EVALUATE
           MOVE MJR-FILE-CODE TO CDC-FILE-CODE
           MOVE MJR-TIMESTAMP TO CDC-TIMESTAMP
           MOVE MJR-PROGRAM TO CDC-PROGRAM
           MOVE WS-RUN-NUMBER TO CDC-RUN-NUMBER
           EVALUATE TRUE
               WHEN MJR-ACTION-WRITE
                   SET CDC-INSERT TO TRUE
                   MOVE 1 TO WS-OPERATION-SUB
                   MOVE MJR-AFTER-IMAGE TO CDC-IMAGE
               WHEN MJR-ACTION-REWRITE
                   SET CDC-UPDATE TO TRUE
                   MOVE 2 TO WS-OPERATION-SUB
                   MOVE MJR-AFTER-IMAGE TO CDC-IMAGE
               WHEN MJR-ACTION-DELETE
                   SET CDC-DELETE TO TRUE
                   MOVE 3 TO WS-OPERATION-SUB
                   MOVE MJR-BEFORE-IMAGE TO CDC-IMAGE
               WHEN OTHER
                   ADD 1 TO WS-PASSED-OVER-COUNT
                   GO TO 2000-EXIT
           END-EVALUATE
           EVALUATE WS-FILE-SUB
               WHEN 1
                   WRITE ACCOUNT-DELTA-LINE FROM CDC-DELTA-RECORD
               WHEN 2
                   WRITE CUSTOMER-DELTA-LINE FROM CDC-DELTA-RECORD
               WHEN OTHER
                   WRITE LINK-DELTA-LINE FROM CDC-DELTA-RECORD
           END-EVALUATE
           ADD 1 TO WS-CNT-OPERATION (WS-FILE-SUB, WS-OPERATION-SUB)
           ADD 1 TO WS-CNT-TOTAL (WS-FILE-SUB).
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-EXTRACT-POSTINGS - the business day's posted
      * entries, as inserts; a rejected entry changed nothing.
      *-----------------------------------------------------------*
       3000-EXTRACT-POSTINGS.
           READ POSTING-LOG
               AT END
                   SET WS-END-OF-POSTLOG TO TRUE
                   GO TO 3000-EXIT
           END-READ
           CALL 'PLOGWIDE' USING POSTING-LOG-RECORD RETURN-CODE
           IF PLG-POST-DATE NOT = WS-TODAY-DATE
               OR PLG-RESULT NOT = 'POSTED  '
               GO TO 3000-EXIT
           END-IF
           SET CDC-INSERT TO TRUE
           SET CDC-FILE-POSTING TO TRUE
           MOVE PLG-POST-DATE TO CDC-TIMESTAMP (1:8)
           IF PLG-ENTRY-TIME IS NUMERIC
               MOVE PLG-ENTRY-TIME TO CDC-TIMESTAMP (9:6)
           ELSE
               MOVE ZERO TO CDC-TIMESTAMP (9:6)
           END-IF
           MOVE 'POSTLOG ' TO CDC-PROGRAM
           MOVE WS-RUN-NUMBER TO CDC-RUN-NUMBER
           MOVE SPACES TO CDC-IMAGE
           MOVE POSTING-LOG-RECORD TO CDC-IMAGE
           WRITE POSTING-DELTA-LINE FROM CDC-DELTA-RECORD
           ADD PLG-AMOUNT TO WS-POSTED-AMOUNT
           ADD 1 TO WS-CNT-OPERATION (4, 1)
           ADD 1 TO WS-CNT-TOTAL (4).
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-WRITE-TOTALS - the counts the load ties to, per file
      * and per operation.
      *-----------------------------------------------------------*
       8000-WRITE-TOTALS.
           WRITE CONTROL-REPORT-LINE FROM WS-COLUMN-HEADER
           MOVE 'ACCTCDC.OUT' TO WS-FL-FILE-NAME
           MOVE 1 TO WS-FILE-SUB
           PERFORM 8100-WRITE-FILE-LINE THRU 8100-EXIT
           MOVE 'CUSTCDC.OUT' TO WS-FL-FILE-NAME
           MOVE 2 TO WS-FILE-SUB
           PERFORM 8100-WRITE-FILE-LINE THRU 8100-EXIT
           MOVE 'LINKCDC.OUT' TO WS-FL-FILE-NAME
           MOVE 3 TO WS-FILE-SUB
           PERFORM 8100-WRITE-FILE-LINE THRU 8100-EXIT
           MOVE 'TRANCDC.OUT' TO WS-FL-FILE-NAME
           MOVE 4 TO WS-FILE-SUB
           PERFORM 8100-WRITE-FILE-LINE THRU 8100-EXIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE
           MOVE WS-POSTED-AMOUNT TO WS-AL-AMOUNT
           WRITE CONTROL-REPORT-LINE FROM WS-AMOUNT-LINE
           MOVE 'USER-MASTER JOURNAL ROWS PASSED OVER:   '
               TO WS-TL-LABEL
           MOVE WS-PASSED-OVER-COUNT TO WS-TL-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
           DISPLAY 'ACCOUNT CHANGES FED:   ' WS-CNT-TOTAL (1)
           DISPLAY 'CUSTOMER CHANGES FED:  ' WS-CNT-TOTAL (2)
           DISPLAY 'LINK CHANGES FED:      ' WS-CNT-TOTAL (3)
           DISPLAY 'POSTINGS FED:          ' WS-CNT-TOTAL (4).
       8000-EXIT.
           EXIT.

       8100-WRITE-FILE-LINE.
           MOVE WS-CNT-OPERATION (WS-FILE-SUB, 1) TO WS-FL-INSERTS
           MOVE WS-CNT-OPERATION (WS-FILE-SUB, 2) TO WS-FL-UPDATES
           MOVE WS-CNT-OPERATION (WS-FILE-SUB, 3) TO WS-FL-DELETES
           MOVE WS-CNT-TOTAL (WS-FILE-SUB) TO WS-FL-TOTAL
           WRITE CONTROL-REPORT-LINE FROM WS-FILE-LINE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8800-WRITE-TRAILERS - the control trailer as each delta
      * file's last line; only the posting delta carries an
      * amount total.
      *-----------------------------------------------------------*
       8800-WRITE-TRAILERS.
           MOVE '*TRAILER' TO XTL-TRAILER-TAG
               IN WS-EXTRACT-TRAILER
           MOVE WS-RUN-NUMBER TO XTL-RUN-NUMBER
               IN WS-EXTRACT-TRAILER
           MOVE ZERO TO XTL-AMOUNT-TOTAL IN WS-EXTRACT-TRAILER
           MOVE WS-CNT-TOTAL (1) TO XTL-RECORD-COUNT
               IN WS-EXTRACT-TRAILER
           WRITE ACCOUNT-DELTA-LINE FROM WS-EXTRACT-TRAILER
           MOVE WS-CNT-TOTAL (2) TO XTL-RECORD-COUNT
               IN WS-EXTRACT-TRAILER
           WRITE CUSTOMER-DELTA-LINE FROM WS-EXTRACT-TRAILER
           MOVE WS-CNT-TOTAL (3) TO XTL-RECORD-COUNT
               IN WS-EXTRACT-TRAILER
           WRITE LINK-DELTA-LINE FROM WS-EXTRACT-TRAILER
           MOVE WS-CNT-TOTAL (4) TO XTL-RECORD-COUNT
               IN WS-EXTRACT-TRAILER
           MOVE WS-POSTED-AMOUNT TO XTL-AMOUNT-TOTAL
               IN WS-EXTRACT-TRAILER
           WRITE POSTING-DELTA-LINE FROM WS-EXTRACT-TRAILER.
       8800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-RUN-OK
               CLOSE ACCOUNT-DELTA
               CLOSE CUSTOMER-DELTA
               CLOSE LINK-DELTA
               CLOSE POSTING-DELTA
               CLOSE CONTROL-REPORT
               IF WS-JR-OK
                   CLOSE MASTER-JOURNAL
               END-IF
               IF WS-PL-OK
                   CLOSE POSTING-LOG
               END-IF
           END-IF.
       9000-EXIT.
           EXIT.
