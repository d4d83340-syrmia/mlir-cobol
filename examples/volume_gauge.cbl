      *-----------------------------------------------------------*
      * PROGRAM:      VOLGAUGE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Input-volume gauge, CALLed by GOTOSTMT ahead of an input
      * step.  Reads the incoming file the named step is about to
      * load and hands back its record count and amount total
      * (VOLGAUGE.CPY), touching nothing; GOTOSTMT judges them
      * against the step's trailing average.  The steps gauged,
      * and the file each loads:
      *
      *   STRUCT    TRANIN     incoming transactions
      *   ATMSETTL  ATMSETTL   ATM switch settlement (detail
      *                        lines only; the trailer is the
      *                        switch's own count, not volume)
      *   ACHDLOAD  ACHDBIN    inbound ACH debits
      *   WIRERCV   WIREIN     incoming wires
      *   XFERLOAD  XFERIN     transfer requests
      *   RTNDLOAD  RTNITEM    returned deposited items
      *   ACHRETN   ACHRET     our ACH entries returned (one per
      *                        return addenda; the amount is
      *                        the entry detail's ahead of it)
      *   CORRLOAD  CORRSTMT   correspondent statement (detail
      *                        lines only)
      *
      * A step's file not being there at all is reported as such
      * with a zero volume, which is as far outside tolerance as a
      * file can be.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through TRANWIDE so old-
      *                    layout records are accepted.
      *   2026-10-15  RLB  ACHRETN's return file and CORRLOAD's
      *                    correspondent statement are now
      *                    gauged.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLGAUGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-INPUT ASSIGN TO "TRANIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ATM-SETTLEMENT-FILE ASSIGN TO "ATMSETTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ACH-DEBIT-FILE ASSIGN TO "ACHDBIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT WIRE-IN-FILE ASSIGN TO "WIREIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT TRANSFER-REQUEST ASSIGN TO "XFERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT RETURN-ITEM-FILE ASSIGN TO "RTNITEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT CORR-STATEMENT-FILE ASSIGN TO "CORRSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-INPUT.
       COPY "tranrec.cpy" REPLACING TRANSACTION-RECORD
           BY TRAN-INPUT-RECORD.

       FD  ATM-SETTLEMENT-FILE.
       COPY "atmsettl.cpy".

       FD  ACH-DEBIT-FILE.
       COPY "achdbin.cpy".

       FD  WIRE-IN-FILE.
       COPY "wirein.cpy".

       FD  TRANSFER-REQUEST.
       COPY "xferin.cpy".

       FD  RETURN-ITEM-FILE.
       COPY "rtnitem.cpy".

       FD  ACH-RETURN-FILE.
       COPY "nacha.cpy".

       FD  CORR-STATEMENT-FILE.
       COPY "corrstmt.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS          PIC X(02).
           88  WS-IN-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01).
           88  WS-END-OF-INPUT                VALUE 'Y'.

       LINKAGE SECTION.
       COPY "volgauge.cpy".

       PROCEDURE DIVISION USING VOLUME-GAUGE-PARM.
       Main-Process.
           SET VGP-GAUGED TO TRUE
           MOVE ZERO TO VGP-RECORD-COUNT
           MOVE ZERO TO VGP-AMOUNT-TOTAL
           MOVE 'N' TO WS-EOF-SW
           EVALUATE VGP-STEP-NAME
               WHEN 'STRUCT  '
                   PERFORM 2000-GAUGE-TRAN-INPUT THRU 2000-EXIT
               WHEN 'ATMSETTL'
                   PERFORM 2100-GAUGE-ATM-SETTLEMENT THRU 2100-EXIT
               WHEN 'ACHDLOAD'
                   PERFORM 2200-GAUGE-ACH-DEBITS THRU 2200-EXIT
               WHEN 'WIRERCV '
                   PERFORM 2300-GAUGE-WIRES-IN THRU 2300-EXIT
               WHEN 'XFERLOAD'
                   PERFORM 2400-GAUGE-TRANSFERS THRU 2400-EXIT
               WHEN 'RTNDLOAD'
                   PERFORM 2500-GAUGE-RETURN-ITEMS THRU 2500-EXIT
               WHEN 'ACHRETN '
                   PERFORM 2600-GAUGE-ACH-RETURNS THRU 2600-EXIT
               WHEN 'CORRLOAD'
                   PERFORM 2700-GAUGE-CORR-STATEMENT THRU 2700-EXIT
               WHEN OTHER
                   SET VGP-NOT-INPUT-STEP TO TRUE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------*
      * 2000-GAUGE-TRAN-INPUT - STRUCT's incoming transactions.
      *-----------------------------------------------------------*
       2000-GAUGE-TRAN-INPUT.
           OPEN INPUT TRAN-INPUT
           IF NOT WS-IN-OK
               SET VGP-FILE-MISSING TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2050-READ-ONE-TRAN THRU 2050-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE TRAN-INPUT.
       2000-EXIT.
           EXIT.

       2050-READ-ONE-TRAN.
           READ TRAN-INPUT
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   CALL 'TRANWIDE' USING TRAN-INPUT-RECORD RETURN-CODE
                   ADD 1 TO VGP-RECORD-COUNT
                   ADD AMOUNT IN TRAN-INPUT-RECORD
                       TO VGP-AMOUNT-TOTAL
           END-READ.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2100-GAUGE-ATM-SETTLEMENT - the switch's detail lines.
      *-----------------------------------------------------------*
       2100-GAUGE-ATM-SETTLEMENT.
           OPEN INPUT ATM-SETTLEMENT-FILE
           IF NOT WS-IN-OK
               SET VGP-FILE-MISSING TO TRUE
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-READ-ONE-SETTLEMENT THRU 2150-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE ATM-SETTLEMENT-FILE.
       2100-EXIT.
           EXIT.

       2150-READ-ONE-SETTLEMENT.
           READ ATM-SETTLEMENT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF ATS-DETAIL
                       ADD 1 TO VGP-RECORD-COUNT
                       ADD ATS-AMOUNT TO VGP-AMOUNT-TOTAL
                   END-IF
           END-READ.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-GAUGE-ACH-DEBITS - inbound ACH debit entries.
      *-----------------------------------------------------------*
       2200-GAUGE-ACH-DEBITS.
           OPEN INPUT ACH-DEBIT-FILE
           IF NOT WS-IN-OK
               SET VGP-FILE-MISSING TO TRUE
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-READ-ONE-ACH-DEBIT THRU 2250-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE ACH-DEBIT-FILE.
       2200-EXIT.
           EXIT.

       2250-READ-ONE-ACH-DEBIT.
           READ ACH-DEBIT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO VGP-RECORD-COUNT
                   ADD ADI-AMOUNT TO VGP-AMOUNT-TOTAL
           END-READ.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-GAUGE-WIRES-IN - incoming wires.
      *-----------------------------------------------------------*
       2300-GAUGE-WIRES-IN.
           OPEN INPUT WIRE-IN-FILE
           IF NOT WS-IN-OK
               SET VGP-FILE-MISSING TO TRUE
               GO TO 2300-EXIT
           END-IF
           PERFORM 2350-READ-ONE-WIRE THRU 2350-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE WIRE-IN-FILE.
       2300-EXIT.
           EXIT.

       2350-READ-ONE-WIRE.
           READ WIRE-IN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO VGP-RECORD-COUNT
                   ADD WIN-AMOUNT TO VGP-AMOUNT-TOTAL
           END-READ.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-GAUGE-TRANSFERS - transfer requests.
      *-----------------------------------------------------------*
       2400-GAUGE-TRANSFERS.
           OPEN INPUT TRANSFER-REQUEST
           IF NOT WS-IN-OK
               SET VGP-FILE-MISSING TO TRUE
               GO TO 2400-EXIT
           END-IF
           PERFORM 2450-READ-ONE-TRANSFER THRU 2450-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE TRANSFER-REQUEST.
       2400-EXIT.
           EXIT.

       2450-READ-ONE-TRANSFER.
           READ TRANSFER-REQUEST
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO VGP-RECORD-COUNT
                   ADD XFQ-AMOUNT TO VGP-AMOUNT-TOTAL
           END-READ.
       2450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2500-GAUGE-RETURN-ITEMS - returned deposited items.
      *-----------------------------------------------------------*
       2500-GAUGE-RETURN-ITEMS.
           OPEN INPUT RETURN-ITEM-FILE
           IF NOT WS-IN-OK
               SET VGP-FILE-MISSING TO TRUE
               GO TO 2500-EXIT
           END-IF
           PERFORM 2550-READ-ONE-RETURN-ITEM THRU 2550-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE RETURN-ITEM-FILE.
       2500-EXIT.
           EXIT.

       2550-READ-ONE-RETURN-ITEM.
           READ RETURN-ITEM-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   ADD 1 TO VGP-RECORD-COUNT
                   ADD RTI-AMOUNT TO VGP-AMOUNT-TOTAL
           END-READ.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2600-GAUGE-ACH-RETURNS - our ACH entries returned.  Each
      * return is an entry detail followed by its return addenda;
      * the addenda is what ACHRETN counts, the entry detail
      * carries the amount.
      *-----------------------------------------------------------*
       2600-GAUGE-ACH-RETURNS.
           OPEN INPUT ACH-RETURN-FILE
           IF NOT WS-IN-OK
               SET VGP-FILE-MISSING TO TRUE
               GO TO 2600-EXIT
           END-IF
           PERFORM 2650-READ-ONE-ACH-RETURN THRU 2650-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE ACH-RETURN-FILE.
       2600-EXIT.
           EXIT.

       2650-READ-ONE-ACH-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF NED-RECORD-TYPE = '6'
                       ADD NED-AMOUNT TO VGP-AMOUNT-TOTAL
                   END-IF
                   IF NRA-RECORD-TYPE = '7'
                       AND NRA-ADDENDA-TYPE = '99'
                       ADD 1 TO VGP-RECORD-COUNT
                   END-IF
           END-READ.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2700-GAUGE-CORR-STATEMENT - the correspondent's settlement
      * entries.
      *-----------------------------------------------------------*
       2700-GAUGE-CORR-STATEMENT.
           OPEN INPUT CORR-STATEMENT-FILE
           IF NOT WS-IN-OK
               SET VGP-FILE-MISSING TO TRUE
               GO TO 2700-EXIT
           END-IF
           PERFORM 2750-READ-ONE-CORR-ENTRY THRU 2750-EXIT
               UNTIL WS-END-OF-INPUT
           CLOSE CORR-STATEMENT-FILE.
       2700-EXIT.
           EXIT.

       2750-READ-ONE-CORR-ENTRY.
           READ CORR-STATEMENT-FILE
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   IF CST-DETAIL
                       ADD 1 TO VGP-RECORD-COUNT
                       ADD CST-AMOUNT TO VGP-AMOUNT-TOTAL
                   END-IF
           END-READ.
       2750-EXIT.
           EXIT.
