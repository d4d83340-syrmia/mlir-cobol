      *                    total, and the chain's run number -
      *                    so the tax preparer proves the file
      *                    with XTRVERIF before filing from it.
      *   2026-10-15  RLB  The tax year is extracted once.  The
      *                    run is checked against the period-run
      *                    ledger (PERRUN) through PERGUARD
      *                    before the outputs are opened, and
      *                    recorded on it at the end with the
      *                    trailer's count and total; a second
      *                    run for the year is refused unless a
      *                    supervisor's force card names the
      *                    prior run, and even then only once the
      *                    prior extract has been withdrawn from
      *                    TAXXTR.OUT.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and report columns
      *                    widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXEXTR.
       01  SORT-WORK-RECORD.
           05  SW-ACCOUNT-ID           PIC 9(07).
           05  SW-UID                  PIC 9(05).
           05  SW-AMOUNT               PIC 9(11)V9(02).

       FD  TAX-REPORT.
       01  TAX-REPORT-LINE             PIC X(80).
       01  WS-FIRST-TIME-SW         PIC X(01) VALUE 'Y'.
           88  WS-FIRST-RECORD-FOR-ACCOUNT   VALUE 'Y'.
       01  WS-CURRENT-ACCOUNT-ID    PIC 9(07).
       01  WS-ACCOUNT-TOTAL         PIC 9(13)V9(02) VALUE ZERO.
       01  WS-TAX-YEAR-X            PIC X(04).
       01  WS-REPORTED-COUNT        PIC 9(07) VALUE ZERO.
       01  WS-BELOW-MIN-COUNT       PIC 9(07) VALUE ZERO.
       01  WS-EXTRACT-AMOUNT-TOTAL  PIC 9(11)V9(02) VALUE ZERO.
       COPY "xtrail.cpy" REPLACING EXTRACT-TRAILER-RECORD
           BY WS-EXTRACT-TRAILER.
       COPY "perguard.cpy" REPLACING PERIOD-GUARD-PARM
           BY WS-PERIOD-GUARD-PARM.
       01  WS-XTR-EOF-SW            PIC X(01).
           88  WS-END-OF-OLD-EXTRACT          VALUE 'Y'.
       01  WS-OLD-EXTRACT-SW        PIC X(01).
           88  WS-OLD-EXTRACT-ON-HAND         VALUE 'Y'.
       01  WS-WH-EOF-SW             PIC X(01) VALUE 'N'.
           88  WS-END-OF-WITHHELD             VALUE 'Y'.
       01  WS-WH-SUB                PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               'ACCOUNTS REPORTED:  '.
      *-----------------------------------------------------------*
      * 1000-INITIALIZE - open everything and read the parameter
      * card naming the tax year and the minimum reportable total.
      * The outputs are opened only once the year has cleared the
      * period-run guard, so a refused run leaves the extract
      * already on hand as it was.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           MOVE SPACES TO WS-PERIOD-GUARD-PARM
           OPEN INPUT TRANSACTION-FILE
           OPEN INPUT ACCOUNT-MASTER
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN INPUT TAX-PARM
           IF NOT WS-TF-OK OR NOT WS-AF-OK OR NOT WS-CM-OK
               OR NOT WS-CA-OK OR NOT WS-PM-OK
               DISPLAY 'UNABLE TO OPEN TAX EXTRACT FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-SORT TO TRUE
                       SET WS-END-OF-SORT TO TRUE
               END-READ
           END-IF
           IF NOT WS-END-OF-SORT
               PERFORM 1100-CHECK-PERIOD-RUN THRU 1100-EXIT
               IF PGD-REFUSED
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-SORT TO TRUE
               END-IF
           END-IF
           IF NOT WS-END-OF-SORT
               OPEN OUTPUT TAX-REPORT
               OPEN OUTPUT TAX-EXTRACT
               IF NOT WS-RP-OK OR NOT WS-TX-OK
                   DISPLAY 'UNABLE TO OPEN TAX EXTRACT FILES'
                   MOVE 16 TO RETURN-CODE
                   SET WS-END-OF-SORT TO TRUE
      *            Nothing was extracted, so the year stays open.
                   MOVE SPACE TO PGD-OUTCOME
               END-IF
           END-IF
           IF NOT WS-END-OF-SORT
               MOVE TXP-TAX-YEAR TO WS-HL-YEAR
               MOVE TXP-TAX-YEAR TO WS-TAX-YEAR-X
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1100-CHECK-PERIOD-RUN - the tax year is extracted once.
      * PERGUARD refuses a second run for the year unless a
      * supervisor's force card names the prior run, and then the
      * prior run's extract must have been withdrawn first.
      *-----------------------------------------------------------*
       1100-CHECK-PERIOD-RUN.
           MOVE 'TAXEXTR' TO PGD-PROGRAM-NAME
           MOVE SPACES TO PGD-PERIOD
           MOVE TXP-TAX-YEAR TO PGD-PERIOD
           ACCEPT PGD-BUSINESS-DATE FROM DATE YYYYMMDD
           SET PGD-CHECK-PERIOD TO TRUE
           CALL 'PERGUARD' USING WS-PERIOD-GUARD-PARM
           IF PGD-FORCED-RUN
               PERFORM 1150-PROVE-PRIOR-WITHDRAWN THRU 1150-EXIT
           END-IF
           IF PGD-REFUSED
               DISPLAY 'TAX EXTRACT REFUSED FOR YEAR ' TXP-TAX-YEAR
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1150-PROVE-PRIOR-WITHDRAWN - an extract is backed out by
      * being withdrawn: the prior run's file must be gone from
      * TAXXTR.OUT before this run overwrites it.  An extract
      * still on hand carrying the year's lines refuses the
      * rerun; one for another year, or none, lets it go.
      *-----------------------------------------------------------*
       1150-PROVE-PRIOR-WITHDRAWN.
           MOVE 'N' TO WS-OLD-EXTRACT-SW
           OPEN INPUT TAX-EXTRACT
           IF NOT WS-TX-OK
               GO TO 1150-EXIT
           END-IF
           MOVE 'N' TO WS-XTR-EOF-SW
           PERFORM 1160-READ-OLD-EXTRACT-LINE THRU 1160-EXIT
               UNTIL WS-END-OF-OLD-EXTRACT
               OR WS-OLD-EXTRACT-ON-HAND
           CLOSE TAX-EXTRACT
           IF WS-OLD-EXTRACT-ON-HAND
               DISPLAY 'PRIOR RUN EXTRACT FOR ' TXP-TAX-YEAR
                   ' STILL ON HAND - WITHDRAW IT FIRST - RERUN '
                   'REFUSED'
               SET PGD-REFUSED TO TRUE
           END-IF.
       1150-EXIT.
           EXIT.

       1160-READ-OLD-EXTRACT-LINE.
           READ TAX-EXTRACT
               AT END
                   SET WS-END-OF-OLD-EXTRACT TO TRUE
               NOT AT END
                   IF TAX-EXTRACT-RECORD(1:8) NOT = '*TRAILER'
                       AND TXR-TAX-YEAR = TXP-TAX-YEAR
                       SET WS-OLD-EXTRACT-ON-HAND TO TRUE
                   END-IF
           END-READ.
       1160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1900-READ-RUN-NUMBER - the chain's current run number is
      * the last record on the run-control file; zero standalone.
               AT END
                   SET WS-END-OF-SORT TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRANSACTION-RECORD RETURN-CODE
                   IF TRAN-POSTED AND TRAN-INTEREST
                       AND (TRAN-POST-DATE = ZERO
                           OR TRAN-POST-DATE(1:4) = WS-TAX-YEAR-X)
           CLOSE CUSTOMER-ACCOUNT
           CLOSE TAX-PARM
           CLOSE TAX-REPORT
           IF WS-TX-OK AND NOT PGD-REFUSED
               MOVE '*TRAILER' TO XTL-TRAILER-TAG
                   IN WS-EXTRACT-TRAILER
               MOVE WS-EXTRACT-LINE-COUNT TO XTL-RECORD-COUNT
                   IN WS-EXTRACT-TRAILER
               WRITE TAX-EXTRACT-RECORD FROM WS-EXTRACT-TRAILER
           END-IF
           CLOSE TAX-EXTRACT
           IF PGD-FIRST-RUN OR PGD-FORCED-RUN
               PERFORM 9100-RECORD-PERIOD-RUN THRU 9100-EXIT
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-RECORD-PERIOD-RUN - the run onto the period-run
      * ledger with the extract's line count and amount total,
      * the same figures as its trailer.
      *-----------------------------------------------------------*
       9100-RECORD-PERIOD-RUN.
           MOVE WS-EXTRACT-LINE-COUNT TO PGD-RECORD-COUNT
           MOVE WS-EXTRACT-AMOUNT-TOTAL TO PGD-AMOUNT-TOTAL
           MOVE RETURN-CODE TO PGD-RETURN-CODE
           SET PGD-RECORD-RUN TO TRUE
           CALL 'PERGUARD' USING WS-PERIOD-GUARD-PARM
           MOVE PGD-RETURN-CODE TO RETURN-CODE
           IF NOT PGD-RECORDED
               DISPLAY 'TAX EXTRACT NOT RECORDED ON THE PERIOD-RUN '
                   'LEDGER'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       9100-EXIT.
           EXIT.
