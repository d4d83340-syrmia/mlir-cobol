      *-----------------------------------------------------------*
      * PROGRAM:      DECEASED
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Deceased-customer processing.  Works, in one pass, every
      * customer whose date of death is on the customer master
      * (recorded by CUSTLOAD from the notification) and whose
      * estate has not yet been worked:
      *
      *   - an account on CUSTACCT the customer held alone is
      *     frozen for the estate, with its prior status kept on
      *     DECDACCT.  A loan account is left open so the estate's
      *     repayments can still apply, and is listed for the
      *     executor with its balance;
      *   - on an account held jointly the customer's link is
      *     deleted and the account stays open for the survivors;
      *     where the deceased was the primary holder the first
      *     surviving joint holder becomes primary.  A signer's
      *     or a guardian's link is simply removed;
      *   - active standing orders (STANDORD) and sweep
      *     enrollments (SWEEPENR) on the estate's accounts are
      *     cancelled.  Orders and sweeps on a joint account carry
      *     on for the survivors;
      *   - each account held, sole or joint, goes onto DECDACCT,
      *     from which PAYRLOAD returns any later payroll deposit
      *     to the employer;
      *   - the estate report (ESTATE.OUT) lists every account
      *     with its ledger balance, the interest accrued on
      *     INTACCR and any loan balance on LOANMST, totalled over
      *     the estate's own accounts for the executor.
      *
      * The customer is then stamped with the estate date so a
      * rerun does not work them twice.  Every change to the
      * account, customer and link masters is journaled (MSTJRNL)
      * for MSTRPLAY.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  A guardian's link is removed like a
      *                    signer's and is not counted as a co-
      *                    owner.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *   2026-10-15  RLB  Eleven-digit money fields: money work
      *                    fields, report columns and line
      *                    lengths widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED.

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
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOR-ORDER-ID
               FILE STATUS IS WS-ORDER-FILE-STATUS.
           SELECT SWEEP-ENROLLMENT ASSIGN TO "SWEEPENR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ENROLL-STATUS.
           SELECT INTEREST-ACCRUAL ASSIGN TO "INTACCR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INA-ACCOUNT-ID
               FILE STATUS IS WS-ACCRUAL-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID
               FILE STATUS IS WS-LOAN-FILE-STATUS.
           SELECT DECEASED-ACCOUNT ASSIGN TO "DECDACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCA-KEY
               FILE STATUS IS WS-DECEASED-STATUS.
           SELECT MASTER-JOURNAL ASSIGN TO "MSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ESTATE-REPORT ASSIGN TO "ESTATE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  STANDING-ORDER-FILE.
       COPY "standord.cpy".

       FD  SWEEP-ENROLLMENT.
       COPY "sweepenr.cpy".

       FD  INTEREST-ACCRUAL.
       COPY "intaccr.cpy".

       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       FD  DECEASED-ACCOUNT.
       COPY "decdacct.cpy".

       FD  MASTER-JOURNAL.
       COPY "mstjrnl.cpy".

       FD  ESTATE-REPORT.
       01  ESTATE-REPORT-LINE          PIC X(90).

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CUSTOMER-FILE-STATUS  PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-LINK-FILE-STATUS      PIC X(02).
           88  WS-LK-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-ORDER-FILE-STATUS     PIC X(02).
           88  WS-SO-OK                       VALUE '00'.
       01  WS-ENROLL-STATUS         PIC X(02).
           88  WS-EN-OK                       VALUE '00'.
       01  WS-ACCRUAL-STATUS        PIC X(02).
           88  WS-IA-OK                       VALUE '00'.
       01  WS-LOAN-FILE-STATUS      PIC X(02).
           88  WS-LN-OK                       VALUE '00'.
       01  WS-DECEASED-STATUS       PIC X(02).
           88  WS-DC-OK                       VALUE '00'.
           88  WS-DC-NOT-FOUND                VALUE '35'.
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-REPORT-STATUS         PIC X(02).
           88  WS-RP-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-ORDERS-OPEN-SW        PIC X(01) VALUE 'N'.
           88  WS-ORDERS-OPEN                 VALUE 'Y'.
       01  WS-ACCRUAL-OPEN-SW       PIC X(01) VALUE 'N'.
           88  WS-ACCRUAL-OPEN                VALUE 'Y'.
       01  WS-LOANS-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-LOANS-OPEN                  VALUE 'Y'.
       01  WS-CUSTOMER-EOF-SW       PIC X(01) VALUE 'N'.
           88  WS-END-OF-CUSTOMERS            VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-ORDER-EOF-SW          PIC X(01).
           88  WS-END-OF-ORDERS               VALUE 'Y'.
       01  WS-SWEEP-EOF-SW          PIC X(01) VALUE 'N'.
           88  WS-END-OF-SWEEPS               VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-JOURNAL-STAMP         PIC 9(14).
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-ESTATE-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-FROZEN-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-ORDERS-CANCELLED      PIC 9(05) VALUE ZERO.
       01  WS-SWEEPS-CANCELLED      PIC 9(05) VALUE ZERO.
       01  WS-EST-ORDERS            PIC 9(05).
       01  WS-EST-SWEEPS            PIC 9(05).
       01  WS-EST-DEPOSITS          PIC S9(13)V9(02).
       01  WS-EST-ACCRUED           PIC 9(07)V9(04).
       01  WS-EST-LOANS             PIC 9(09)V9(02).
       01  WS-DH-SUB                PIC 9(03).
       01  WS-DH-HIT-SUB            PIC 9(03).
       01  WS-DH-SCAN-SUB           PIC 9(03).
       01  WS-DH-ENTRIES            PIC 9(03).
       01  WS-DH-MAX                PIC 9(03) VALUE 20.
       01  WS-DECEASED-HOLDINGS.
           05  WS-DH-ENTRY OCCURS 20 TIMES.
               10  WS-DH-ACCOUNT-ID    PIC 9(07).
               10  WS-DH-ROLE          PIC X(01).
                   88  WS-DH-SIGNER             VALUE 'S'.
                   88  WS-DH-GUARDIAN           VALUE 'G'.
               10  WS-DH-LINKED-SW     PIC X(01).
                   88  WS-DH-LINKED             VALUE 'Y'.
               10  WS-DH-CO-HOLDERS    PIC 9(03).
               10  WS-DH-SUCCESSOR-ID  PIC 9(07).
               10  WS-DH-ESTATE-SW     PIC X(01).
                   88  WS-DH-ESTATE-ACCOUNT     VALUE 'Y'.
       01  WS-LOOKUP-ACCOUNT-ID     PIC 9(07).
       01  WS-ESTATE-HIT-SW         PIC X(01).
           88  WS-ESTATE-HIT                  VALUE 'Y'.
       01  WS-POINTER-CLEAR-SW      PIC X(01).
           88  WS-POINTER-CLEAR               VALUE 'Y'.
       01  WS-DISPOSITION           PIC X(22).
       01  WS-ACCRUED-AMOUNT        PIC 9(06)V9(04).
       01  WS-LOAN-BALANCE          PIC 9(07)V9(02).
       01  WS-SW-SUB                PIC 9(04).
       01  WS-SW-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-SW-MAX                PIC 9(04) VALUE 500.
       01  WS-SWEEP-TABLE-SW        PIC X(01) VALUE 'N'.
           88  WS-SWEEPS-LOADED               VALUE 'Y'.
           88  WS-SWEEPS-OVERFLOW             VALUE 'O'.
       01  WS-SWEEP-CHANGED-SW      PIC X(01) VALUE 'N'.
           88  WS-SWEEPS-CHANGED              VALUE 'Y'.
       01  WS-SWEEP-TABLE.
           05  WS-SW-ENTRY OCCURS 500 TIMES.
               10  WS-SW-ACCOUNT-ID    PIC 9(07).
               10  WS-SW-PARTNER-ID    PIC 9(07).
               10  WS-SW-TARGET        PIC 9(06)V9(02).
               10  WS-SW-MODE          PIC X(01).
               10  WS-SW-STATUS        PIC X(01).
                   88  WS-SW-ACTIVE             VALUE 'A'.
                   88  WS-SW-CANCELLED          VALUE 'C'.
       01  WS-REPORT-HEADER.
           05  FILLER               PIC X(40) VALUE
               'DECEASED CUSTOMER ESTATE REPORT         '.
           05  FILLER               PIC X(10) VALUE 'RUN DATE '.
           05  WS-RH-DATE           PIC 9(08).
       01  WS-ESTATE-HEADER.
           05  FILLER               PIC X(10) VALUE 'ESTATE OF '.
           05  WS-EH-CUSTOMER-ID    PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-EH-NAME           PIC X(20).
           05  FILLER               PIC X(15) VALUE
               '  DATE OF DEATH'.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-EH-DATE-OF-DEATH  PIC 9(08).
       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(40) VALUE
               'ACCOUNT CT  R  DISPOSITION             L'.
           05  FILLER               PIC X(40) VALUE
               'EDGER BAL     ACCRUED  LOAN BALANCE     '.
       01  WS-DETAIL-LINE.
           05  WS-DL-ACCOUNT        PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-CATEGORY       PIC X(02).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ROLE           PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-DISPOSITION    PIC X(22).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  WS-DL-LEDGER         PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-ACCRUED        PIC ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-DL-LOAN           PIC Z,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           05  WS-TL-LABEL          PIC X(40).
           05  WS-TL-AMOUNT         PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-COUNT-LINE.
           05  WS-CL-LABEL          PIC X(40).
           05  WS-CL-COUNT          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-CUSTOMERS THRU 2000-EXIT
               UNTIL WS-END-OF-CUSTOMERS
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - the three masters, the deceased-account
      * file and the report are required; standing orders, the
      * accrual file and the loan master are optional, a shop
      * that has none simply has nothing there to cancel or list.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           SET WS-END-OF-CUSTOMERS TO TRUE
           OPEN I-O CUSTOMER-MASTER
           OPEN I-O CUSTOMER-ACCOUNT
           OPEN I-O ACCOUNT-MASTER
           OPEN OUTPUT ESTATE-REPORT
           IF NOT WS-CM-OK OR NOT WS-LK-OK OR NOT WS-AF-OK
               OR NOT WS-RP-OK
               DISPLAY 'UNABLE TO OPEN DECEASED PROCESSING FILES'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           OPEN I-O DECEASED-ACCOUNT
           IF WS-DC-NOT-FOUND
               OPEN OUTPUT DECEASED-ACCOUNT
               CLOSE DECEASED-ACCOUNT
               OPEN I-O DECEASED-ACCOUNT
           END-IF
           IF NOT WS-DC-OK
               DISPLAY 'UNABLE TO OPEN DECEASED ACCOUNT FILE, STATUS '
                   WS-DECEASED-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           MOVE 'N' TO WS-CUSTOMER-EOF-SW
           OPEN EXTEND MASTER-JOURNAL
           IF WS-JR-NOT-FOUND
               OPEN OUTPUT MASTER-JOURNAL
           END-IF
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SO-OK
               SET WS-ORDERS-OPEN TO TRUE
           END-IF
           OPEN INPUT INTEREST-ACCRUAL
           IF WS-IA-OK
               SET WS-ACCRUAL-OPEN TO TRUE
           END-IF
           OPEN INPUT LOAN-MASTER
           IF WS-LN-OK
               SET WS-LOANS-OPEN TO TRUE
           END-IF
           PERFORM 1400-LOAD-SWEEPS THRU 1400-EXIT
           MOVE WS-TODAY-DATE TO WS-RH-DATE
           WRITE ESTATE-REPORT-LINE FROM WS-REPORT-HEADER.
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
      * 1400-LOAD-SWEEPS - the sweep table is a line-sequential
      * file operations maintain, so a cancellation means writing
      * it back whole at the end of the run.  A table too big to
      * hold is left untouched and its cancellations reported for
      * operations to key.
      *-----------------------------------------------------------*
       1400-LOAD-SWEEPS.
           OPEN INPUT SWEEP-ENROLLMENT
           IF NOT WS-EN-OK
               GO TO 1400-EXIT
           END-IF
           SET WS-SWEEPS-LOADED TO TRUE
           PERFORM 1450-LOAD-ONE-SWEEP THRU 1450-EXIT
               UNTIL WS-END-OF-SWEEPS
           CLOSE SWEEP-ENROLLMENT.
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-SWEEP.
           READ SWEEP-ENROLLMENT
               AT END
                   SET WS-END-OF-SWEEPS TO TRUE
                   GO TO 1450-EXIT
           END-READ
           IF WS-SW-ENTRIES = WS-SW-MAX
               SET WS-SWEEPS-OVERFLOW TO TRUE
               SET WS-END-OF-SWEEPS TO TRUE
               DISPLAY 'SWEEP TABLE FULL - SWEEPENR LEFT UNCHANGED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 1450-EXIT
           END-IF
           ADD 1 TO WS-SW-ENTRIES
           MOVE SWEEP-ENROLLMENT-RECORD TO WS-SW-ENTRY (WS-SW-ENTRIES).
       1450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-CUSTOMERS - a customer with a date of death
      * and no estate date is worked; everyone else is passed by.
      *-----------------------------------------------------------*
       2000-PROCESS-CUSTOMERS.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET WS-END-OF-CUSTOMERS TO TRUE
                   GO TO 2000-EXIT
           END-READ
           IF CUM-NOT-DECEASED OR NOT CUM-ESTATE-PENDING
               GO TO 2000-EXIT
           END-IF
           PERFORM 3000-WORK-ONE-ESTATE THRU 3000-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-WORK-ONE-ESTATE
      *-----------------------------------------------------------*
       3000-WORK-ONE-ESTATE.
           ADD 1 TO WS-ESTATE-COUNT
           MOVE ZERO TO WS-EST-ORDERS
           MOVE ZERO TO WS-EST-SWEEPS
           MOVE ZERO TO WS-EST-DEPOSITS
           MOVE ZERO TO WS-EST-ACCRUED
           MOVE ZERO TO WS-EST-LOANS
           MOVE 'N' TO WS-POINTER-CLEAR-SW
           MOVE SPACES TO ESTATE-REPORT-LINE
           WRITE ESTATE-REPORT-LINE
           MOVE CUM-CUSTOMER-ID TO WS-EH-CUSTOMER-ID
           MOVE CUM-NAME TO WS-EH-NAME
           MOVE CUM-DATE-OF-DEATH TO WS-EH-DATE-OF-DEATH
           WRITE ESTATE-REPORT-LINE FROM WS-ESTATE-HEADER
           WRITE ESTATE-REPORT-LINE FROM WS-COLUMN-HEADER
           PERFORM 3100-COLLECT-HOLDINGS THRU 3100-EXIT
           PERFORM 3200-COUNT-CO-HOLDERS THRU 3200-EXIT
           MOVE ZERO TO WS-DH-SUB
           PERFORM 3300-WORK-ONE-HOLDING THRU 3300-EXIT
               UNTIL WS-DH-SUB = WS-DH-ENTRIES
           PERFORM 3500-CANCEL-STANDING-ORDERS THRU 3500-EXIT
           PERFORM 3600-CANCEL-SWEEPS THRU 3600-EXIT
           PERFORM 3800-STAMP-CUSTOMER THRU 3800-EXIT
           PERFORM 3900-WRITE-ESTATE-TOTALS THRU 3900-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-COLLECT-HOLDINGS - every CUSTACCT link of the
      * customer's, plus the account on the customer master
      * itself where an older account was never linked.
      *-----------------------------------------------------------*
       3100-COLLECT-HOLDINGS.
           MOVE ZERO TO WS-DH-ENTRIES
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE CUM-CUSTOMER-ID TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 3110-READ-ONE-LINK THRU 3110-EXIT
               UNTIL WS-END-OF-LINKS
           IF CUM-ACCOUNT-ID NOT = ZERO
               MOVE CUM-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
               PERFORM 3700-FIND-HOLDING THRU 3700-EXIT
               IF WS-DH-HIT-SUB = ZERO
                   AND WS-DH-ENTRIES < WS-DH-MAX
                   ADD 1 TO WS-DH-ENTRIES
                   MOVE CUM-ACCOUNT-ID
                       TO WS-DH-ACCOUNT-ID (WS-DH-ENTRIES)
                   MOVE 'P' TO WS-DH-ROLE (WS-DH-ENTRIES)
                   MOVE 'N' TO WS-DH-LINKED-SW (WS-DH-ENTRIES)
                   MOVE ZERO TO WS-DH-CO-HOLDERS (WS-DH-ENTRIES)
                   MOVE ZERO TO WS-DH-SUCCESSOR-ID (WS-DH-ENTRIES)
                   MOVE 'N' TO WS-DH-ESTATE-SW (WS-DH-ENTRIES)
               END-IF
           END-IF.
       3100-EXIT.
           EXIT.

       3110-READ-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 3110-EXIT
           END-READ
           IF CAR-CUSTOMER-ID NOT = CUM-CUSTOMER-ID
               SET WS-END-OF-LINKS TO TRUE
               GO TO 3110-EXIT
           END-IF
           IF WS-DH-ENTRIES = WS-DH-MAX
               DISPLAY 'TOO MANY ACCOUNTS FOR CUSTOMER '
                   CUM-CUSTOMER-ID ' - REMAINDER NOT WORKED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-LINKS TO TRUE
               GO TO 3110-EXIT
           END-IF
           ADD 1 TO WS-DH-ENTRIES
           MOVE CAR-ACCOUNT-ID TO WS-DH-ACCOUNT-ID (WS-DH-ENTRIES)
           MOVE CAR-ROLE TO WS-DH-ROLE (WS-DH-ENTRIES)
           MOVE 'Y' TO WS-DH-LINKED-SW (WS-DH-ENTRIES)
           MOVE ZERO TO WS-DH-CO-HOLDERS (WS-DH-ENTRIES)
           MOVE ZERO TO WS-DH-SUCCESSOR-ID (WS-DH-ENTRIES)
           MOVE 'N' TO WS-DH-ESTATE-SW (WS-DH-ENTRIES).
       3110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-COUNT-CO-HOLDERS - one pass of the link file counts
      * the other owners (primary or joint; a signer or guardian
      * owns nothing)
      * of each account the customer holds, and picks the
      * survivor who takes over as primary: an existing primary
      * if there is one, otherwise the first joint holder.
      *-----------------------------------------------------------*
       3200-COUNT-CO-HOLDERS.
           IF WS-DH-ENTRIES = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE 'N' TO WS-LINK-EOF-SW
           MOVE ZERO TO CAR-CUSTOMER-ID
           MOVE ZERO TO CAR-ACCOUNT-ID
           START CUSTOMER-ACCOUNT KEY NOT LESS THAN CAR-KEY
               INVALID KEY
                   SET WS-END-OF-LINKS TO TRUE
           END-START
           PERFORM 3210-TALLY-ONE-LINK THRU 3210-EXIT
               UNTIL WS-END-OF-LINKS.
       3200-EXIT.
           EXIT.

       3210-TALLY-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 3210-EXIT
           END-READ
           IF CAR-CUSTOMER-ID = CUM-CUSTOMER-ID
               OR CAR-ROLE-SIGNER
               OR CAR-ROLE-GUARDIAN
               GO TO 3210-EXIT
           END-IF
           MOVE CAR-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
           PERFORM 3700-FIND-HOLDING THRU 3700-EXIT
           IF WS-DH-HIT-SUB = ZERO
               GO TO 3210-EXIT
           END-IF
           ADD 1 TO WS-DH-CO-HOLDERS (WS-DH-HIT-SUB)
           IF CAR-ROLE-PRIMARY
               OR WS-DH-SUCCESSOR-ID (WS-DH-HIT-SUB) = ZERO
               MOVE CAR-CUSTOMER-ID
                   TO WS-DH-SUCCESSOR-ID (WS-DH-HIT-SUB)
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3300-WORK-ONE-HOLDING - freeze the estate's own account,
      * or take the deceased off a shared one, and list it.
      *-----------------------------------------------------------*
       3300-WORK-ONE-HOLDING.
           ADD 1 TO WS-DH-SUB
           MOVE ZERO TO WS-ACCRUED-AMOUNT
           MOVE ZERO TO WS-LOAN-BALANCE
           MOVE WS-DH-ACCOUNT-ID (WS-DH-SUB) TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'NOT ON ACCOUNT FILE' TO WS-DISPOSITION
                   MOVE WS-DH-ACCOUNT-ID (WS-DH-SUB) TO WS-DL-ACCOUNT
                   MOVE SPACES TO WS-DL-CATEGORY
                   MOVE WS-DH-ROLE (WS-DH-SUB) TO WS-DL-ROLE
                   MOVE WS-DISPOSITION TO WS-DL-DISPOSITION
                   MOVE ZERO TO WS-DL-LEDGER
                   MOVE ZERO TO WS-DL-ACCRUED
                   MOVE ZERO TO WS-DL-LOAN
                   WRITE ESTATE-REPORT-LINE FROM WS-DETAIL-LINE
                   GO TO 3300-EXIT
           END-READ
           EVALUATE TRUE
               WHEN WS-DH-SIGNER (WS-DH-SUB)
                   PERFORM 3320-REMOVE-LINK THRU 3320-EXIT
                   MOVE 'SIGNER REMOVED' TO WS-DISPOSITION
               WHEN WS-DH-GUARDIAN (WS-DH-SUB)
                   PERFORM 3320-REMOVE-LINK THRU 3320-EXIT
                   MOVE 'GUARDIAN REMOVED' TO WS-DISPOSITION
               WHEN WS-DH-CO-HOLDERS (WS-DH-SUB) > ZERO
                   PERFORM 3320-REMOVE-LINK THRU 3320-EXIT
                   PERFORM 3330-PROMOTE-SUCCESSOR THRU 3330-EXIT
                   MOVE 'REMOVED FROM JOINT' TO WS-DISPOSITION
                   SET DCA-JOINT-HOLDER TO TRUE
                   PERFORM 3340-WRITE-DECEASED-ACCOUNT
                       THRU 3340-EXIT
               WHEN OTHER
                   SET WS-DH-ESTATE-ACCOUNT (WS-DH-SUB) TO TRUE
                   PERFORM 3310-FREEZE-ACCOUNT THRU 3310-EXIT
                   SET DCA-SOLE-HOLDER TO TRUE
                   PERFORM 3340-WRITE-DECEASED-ACCOUNT
                       THRU 3340-EXIT
           END-EVALUATE
           PERFORM 3350-GATHER-BALANCES THRU 3350-EXIT
           MOVE ACCT-ACCOUNT-ID TO WS-DL-ACCOUNT
           MOVE ACCT-CATEGORY TO WS-DL-CATEGORY
           MOVE WS-DH-ROLE (WS-DH-SUB) TO WS-DL-ROLE
           MOVE WS-DISPOSITION TO WS-DL-DISPOSITION
           MOVE ACCT-LEDGER-BALANCE TO WS-DL-LEDGER
           MOVE WS-ACCRUED-AMOUNT TO WS-DL-ACCRUED
           MOVE WS-LOAN-BALANCE TO WS-DL-LOAN
           WRITE ESTATE-REPORT-LINE FROM WS-DETAIL-LINE
           IF WS-DH-ESTATE-ACCOUNT (WS-DH-SUB)
               AND NOT ACCT-STATUS-CLOSED
               IF ACCT-CATEGORY-LOAN
                   ADD WS-LOAN-BALANCE TO WS-EST-LOANS
               ELSE
                   ADD ACCT-LEDGER-BALANCE TO WS-EST-DEPOSITS
                   ADD WS-ACCRUED-AMOUNT TO WS-EST-ACCRUED
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3310-FREEZE-ACCOUNT - the customer held this account
      * alone.  A loan stays open for the estate's repayments;
      * a closed account needs nothing.
      *-----------------------------------------------------------*
       3310-FREEZE-ACCOUNT.
           MOVE ACCT-STATUS TO DCA-PRIOR-STATUS
           EVALUATE TRUE
               WHEN ACCT-STATUS-CLOSED
                   MOVE 'CLOSED' TO WS-DISPOSITION
               WHEN ACCT-CATEGORY-LOAN
                   MOVE 'LOAN LEFT OPEN' TO WS-DISPOSITION
               WHEN ACCT-STATUS-FROZEN
                   MOVE 'ALREADY FROZEN' TO WS-DISPOSITION
               WHEN OTHER
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   MOVE ACCOUNT-MASTER-RECORD TO WS-BEFORE-IMAGE
                   SET ACCT-STATUS-FROZEN TO TRUE
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           MOVE 'FREEZE FAILED' TO WS-DISPOSITION
                           MOVE 20 TO RETURN-CODE
                       NOT INVALID KEY
                           MOVE 'FROZEN FOR ESTATE' TO WS-DISPOSITION
                           ADD 1 TO WS-FROZEN-COUNT
                           SET MJR-FILE-ACCOUNT TO TRUE
                           SET MJR-ACTION-REWRITE TO TRUE
                           MOVE SPACES TO MJR-AFTER-IMAGE
                           MOVE ACCOUNT-MASTER-RECORD
                               TO MJR-AFTER-IMAGE
                           PERFORM 7000-JOURNAL-ONE-CHANGE
                               THRU 7000-EXIT
                   END-REWRITE
           END-EVALUATE.
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3320-REMOVE-LINK - the deceased comes off an account
      * others keep.  An unlinked account named only on the
      * customer master is dropped from the master instead.
      *-----------------------------------------------------------*
       3320-REMOVE-LINK.
           IF CUM-ACCOUNT-ID = ACCT-ACCOUNT-ID
               SET WS-POINTER-CLEAR TO TRUE
           END-IF
           IF NOT WS-DH-LINKED (WS-DH-SUB)
               GO TO 3320-EXIT
           END-IF
           MOVE CUM-CUSTOMER-ID TO CAR-CUSTOMER-ID
           MOVE ACCT-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   GO TO 3320-EXIT
           END-READ
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUSTOMER-ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           DELETE CUSTOMER-ACCOUNT RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO REMOVE LINK FOR ACCOUNT '
                       ACCT-ACCOUNT-ID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-REMOVED-COUNT
                   SET MJR-FILE-LINK TO TRUE
                   SET MJR-ACTION-DELETE TO TRUE
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   PERFORM 7000-JOURNAL-ONE-CHANGE THRU 7000-EXIT
           END-DELETE.
       3320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3330-PROMOTE-SUCCESSOR - a joint account whose primary
      * holder has died passes its primary role to the survivor
      * chosen in 3210.
      *-----------------------------------------------------------*
       3330-PROMOTE-SUCCESSOR.
           IF WS-DH-ROLE (WS-DH-SUB) NOT = 'P'
               GO TO 3330-EXIT
           END-IF
           MOVE WS-DH-SUCCESSOR-ID (WS-DH-SUB) TO CAR-CUSTOMER-ID
           MOVE ACCT-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   GO TO 3330-EXIT
           END-READ
           IF CAR-ROLE-PRIMARY
               GO TO 3330-EXIT
           END-IF
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUSTOMER-ACCOUNT-RECORD TO WS-BEFORE-IMAGE
           SET CAR-ROLE-PRIMARY TO TRUE
           REWRITE CUSTOMER-ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET MJR-FILE-LINK TO TRUE
                   SET MJR-ACTION-REWRITE TO TRUE
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   MOVE CUSTOMER-ACCOUNT-RECORD TO MJR-AFTER-IMAGE
                   PERFORM 7000-JOURNAL-ONE-CHANGE THRU 7000-EXIT
           END-REWRITE.
       3330-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3340-WRITE-DECEASED-ACCOUNT - the caller has set the
      * holding; a rerun after a correction replaces the entry.
      *-----------------------------------------------------------*
       3340-WRITE-DECEASED-ACCOUNT.
           MOVE ACCT-ACCOUNT-ID TO DCA-ACCOUNT-ID
           MOVE CUM-CUSTOMER-ID TO DCA-CUSTOMER-ID
           MOVE CUM-NAME TO DCA-CUSTOMER-NAME
           MOVE CUM-DATE-OF-DEATH TO DCA-DATE-OF-DEATH
           MOVE WS-DH-ROLE (WS-DH-SUB) TO DCA-ROLE
           IF DCA-JOINT-HOLDER
               MOVE ACCT-STATUS TO DCA-PRIOR-STATUS
           END-IF
           MOVE WS-TODAY-DATE TO DCA-ESTATE-DATE
           WRITE DECEASED-ACCOUNT-RECORD
               INVALID KEY
                   REWRITE DECEASED-ACCOUNT-RECORD
           END-WRITE.
       3340-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3350-GATHER-BALANCES - interest accrued but not yet
      * capitalized, and what is still owed on a loan.
      *-----------------------------------------------------------*
       3350-GATHER-BALANCES.
           IF WS-ACCRUAL-OPEN
               MOVE ACCT-ACCOUNT-ID TO INA-ACCOUNT-ID
               READ INTEREST-ACCRUAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INA-ACCRUED-AMOUNT TO WS-ACCRUED-AMOUNT
               END-READ
           END-IF
           IF WS-LOANS-OPEN AND ACCT-CATEGORY-LOAN
               MOVE ACCT-ACCOUNT-ID TO LNM-ACCOUNT-ID
               READ LOAN-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LNM-ACTIVE
                           MOVE LNM-PRINCIPAL-BALANCE
                               TO WS-LOAN-BALANCE
                       END-IF
               END-READ
           END-IF.
       3350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3500-CANCEL-STANDING-ORDERS - an active order drawn on
      * one of the estate's accounts would keep paying out after
      * the death; it is cancelled and listed.
      *-----------------------------------------------------------*
       3500-CANCEL-STANDING-ORDERS.
           IF NOT WS-ORDERS-OPEN
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-ORDER-EOF-SW
           MOVE ZERO TO SOR-ORDER-ID
           START STANDING-ORDER-FILE
               KEY NOT LESS THAN SOR-ORDER-ID
               INVALID KEY
                   SET WS-END-OF-ORDERS TO TRUE
           END-START
           PERFORM 3510-CANCEL-ONE-ORDER THRU 3510-EXIT
               UNTIL WS-END-OF-ORDERS.
       3500-EXIT.
           EXIT.

       3510-CANCEL-ONE-ORDER.
           READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-ORDERS TO TRUE
                   GO TO 3510-EXIT
           END-READ
           IF NOT SOR-ACTIVE
               GO TO 3510-EXIT
           END-IF
           MOVE SOR-ACCOUNT-ID TO WS-LOOKUP-ACCOUNT-ID
           PERFORM 3750-TEST-ESTATE-ACCOUNT THRU 3750-EXIT
           IF NOT WS-ESTATE-HIT
               GO TO 3510-EXIT
           END-IF
           SET SOR-CANCELLED TO TRUE
           REWRITE STANDING-ORDER-RECORD
               INVALID KEY
                   GO TO 3510-EXIT
           END-REWRITE
           ADD 1 TO WS-EST-ORDERS
           ADD 1 TO WS-ORDERS-CANCELLED
           MOVE SPACES TO ESTATE-REPORT-LINE
           STRING '  STANDING ORDER ' SOR-ORDER-ID
               ' ON ' SOR-ACCOUNT-ID ' CANCELLED'
               DELIMITED BY SIZE INTO ESTATE-REPORT-LINE
           WRITE ESTATE-REPORT-LINE.
       3510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3600-CANCEL-SWEEPS - an active sweep into or out of one
      * of the estate's accounts is cancelled in the table, which
      * is written back at the end of the run.
      *-----------------------------------------------------------*
       3600-CANCEL-SWEEPS.
           IF WS-SW-ENTRIES = ZERO
               GO TO 3600-EXIT
           END-IF
           MOVE ZERO TO WS-SW-SUB
           PERFORM 3610-CANCEL-ONE-SWEEP THRU 3610-EXIT
               UNTIL WS-SW-SUB = WS-SW-ENTRIES.
       3600-EXIT.
           EXIT.

       3610-CANCEL-ONE-SWEEP.
           ADD 1 TO WS-SW-SUB
           IF NOT WS-SW-ACTIVE (WS-SW-SUB)
               GO TO 3610-EXIT
           END-IF
           MOVE WS-SW-ACCOUNT-ID (WS-SW-SUB) TO WS-LOOKUP-ACCOUNT-ID
           PERFORM 3750-TEST-ESTATE-ACCOUNT THRU 3750-EXIT
           IF NOT WS-ESTATE-HIT
               MOVE WS-SW-PARTNER-ID (WS-SW-SUB)
                   TO WS-LOOKUP-ACCOUNT-ID
               PERFORM 3750-TEST-ESTATE-ACCOUNT THRU 3750-EXIT
           END-IF
           IF NOT WS-ESTATE-HIT
               GO TO 3610-EXIT
           END-IF
           MOVE SPACES TO ESTATE-REPORT-LINE
           IF WS-SWEEPS-OVERFLOW
               STRING '  SWEEP ' WS-SW-ACCOUNT-ID (WS-SW-SUB) ' TO '
                   WS-SW-PARTNER-ID (WS-SW-SUB) ' - CANCEL BY HAND'
                   DELIMITED BY SIZE INTO ESTATE-REPORT-LINE
           ELSE
               SET WS-SW-CANCELLED (WS-SW-SUB) TO TRUE
               SET WS-SWEEPS-CHANGED TO TRUE
               ADD 1 TO WS-EST-SWEEPS
               ADD 1 TO WS-SWEEPS-CANCELLED
               STRING '  SWEEP ' WS-SW-ACCOUNT-ID (WS-SW-SUB) ' TO '
                   WS-SW-PARTNER-ID (WS-SW-SUB) ' CANCELLED'
                   DELIMITED BY SIZE INTO ESTATE-REPORT-LINE
           END-IF
           WRITE ESTATE-REPORT-LINE.
       3610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3700-FIND-HOLDING - the table entry for
      * WS-LOOKUP-ACCOUNT-ID, zero when the customer does not
      * hold it.
      *-----------------------------------------------------------*
       3700-FIND-HOLDING.
           MOVE ZERO TO WS-DH-HIT-SUB
           MOVE ZERO TO WS-DH-SCAN-SUB
           PERFORM 3710-TEST-ONE-HOLDING THRU 3710-EXIT
               UNTIL WS-DH-SCAN-SUB = WS-DH-ENTRIES
                   OR WS-DH-HIT-SUB NOT = ZERO.
       3700-EXIT.
           EXIT.

       3710-TEST-ONE-HOLDING.
           ADD 1 TO WS-DH-SCAN-SUB
           IF WS-DH-ACCOUNT-ID (WS-DH-SCAN-SUB) = WS-LOOKUP-ACCOUNT-ID
               MOVE WS-DH-SCAN-SUB TO WS-DH-HIT-SUB
           END-IF.
       3710-EXIT.
           EXIT.

       3750-TEST-ESTATE-ACCOUNT.
           MOVE 'N' TO WS-ESTATE-HIT-SW
           PERFORM 3700-FIND-HOLDING THRU 3700-EXIT
           IF WS-DH-HIT-SUB NOT = ZERO
               IF WS-DH-ESTATE-ACCOUNT (WS-DH-HIT-SUB)
                   SET WS-ESTATE-HIT TO TRUE
               END-IF
           END-IF.
       3750-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3800-STAMP-CUSTOMER - the estate date marks the customer
      * worked; the customer's own account pointer is cleared
      * when it named an account the deceased has come off.
      *-----------------------------------------------------------*
       3800-STAMP-CUSTOMER.
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-TODAY-DATE TO CUM-ESTATE-DATE
           IF WS-POINTER-CLEAR
               MOVE ZERO TO CUM-ACCOUNT-ID
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO STAMP CUSTOMER '
                       CUM-CUSTOMER-ID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   SET MJR-FILE-CUSTOMER TO TRUE
                   SET MJR-ACTION-REWRITE TO TRUE
                   MOVE SPACES TO MJR-AFTER-IMAGE
                   MOVE CUSTOMER-MASTER-RECORD TO MJR-AFTER-IMAGE
                   PERFORM 7000-JOURNAL-ONE-CHANGE THRU 7000-EXIT
           END-REWRITE.
       3800-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3900-WRITE-ESTATE-TOTALS - what the executor is told:
      * the estate's own accounts only.  Joint balances pass to
      * the survivors and are listed above for information.
      *-----------------------------------------------------------*
       3900-WRITE-ESTATE-TOTALS.
           MOVE 'ESTATE DEPOSIT BALANCES' TO WS-TL-LABEL
           MOVE WS-EST-DEPOSITS TO WS-TL-AMOUNT
           WRITE ESTATE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'INTEREST ACCRUED, NOT YET CREDITED' TO WS-TL-LABEL
           MOVE WS-EST-ACCRUED TO WS-TL-AMOUNT
           WRITE ESTATE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'LOANS OUTSTANDING' TO WS-TL-LABEL
           MOVE WS-EST-LOANS TO WS-TL-AMOUNT
           WRITE ESTATE-REPORT-LINE FROM WS-TOTAL-LINE
           MOVE 'STANDING ORDERS CANCELLED' TO WS-CL-LABEL
           MOVE WS-EST-ORDERS TO WS-CL-COUNT
           WRITE ESTATE-REPORT-LINE FROM WS-COUNT-LINE
           MOVE 'SWEEP ENROLLMENTS CANCELLED' TO WS-CL-LABEL
           MOVE WS-EST-SWEEPS TO WS-CL-COUNT
           WRITE ESTATE-REPORT-LINE FROM WS-COUNT-LINE.
       3900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-JOURNAL-ONE-CHANGE - the caller has set the file,
      * the action and the after image; the before image is in
      * WS-BEFORE-IMAGE.
      *-----------------------------------------------------------*
       7000-JOURNAL-ONE-CHANGE.
           ACCEPT WS-JOURNAL-STAMP(1:8) FROM DATE YYYYMMDD
           ACCEPT WS-JOURNAL-STAMP(9:6) FROM TIME
           MOVE WS-JOURNAL-STAMP TO MJR-TIMESTAMP
           MOVE 'DECEASED' TO MJR-PROGRAM
           MOVE WS-BEFORE-IMAGE TO MJR-BEFORE-IMAGE
           WRITE MASTER-JOURNAL-RECORD.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-SWEEPS-CHANGED
               PERFORM 9100-REWRITE-SWEEPS THRU 9100-EXIT
           END-IF
           DISPLAY 'ESTATES WORKED: ' WS-ESTATE-COUNT
           DISPLAY 'ACCOUNTS FROZEN FOR ESTATES: ' WS-FROZEN-COUNT
           DISPLAY 'HOLDER LINKS REMOVED: ' WS-REMOVED-COUNT
           DISPLAY 'STANDING ORDERS CANCELLED: ' WS-ORDERS-CANCELLED
           DISPLAY 'SWEEP ENROLLMENTS CANCELLED: '
               WS-SWEEPS-CANCELLED
           IF WS-RP-OK
               CLOSE ESTATE-REPORT
           END-IF
           IF WS-FILES-OPEN
               CLOSE CUSTOMER-MASTER
               CLOSE CUSTOMER-ACCOUNT
               CLOSE ACCOUNT-MASTER
               CLOSE DECEASED-ACCOUNT
               CLOSE MASTER-JOURNAL
           END-IF
           IF WS-ORDERS-OPEN
               CLOSE STANDING-ORDER-FILE
           END-IF
           IF WS-ACCRUAL-OPEN
               CLOSE INTEREST-ACCRUAL
           END-IF
           IF WS-LOANS-OPEN
               CLOSE LOAN-MASTER
           END-IF.
       9000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9100-REWRITE-SWEEPS - the sweep table back out whole,
      * cancellations included.
      *-----------------------------------------------------------*
       9100-REWRITE-SWEEPS.
           OPEN OUTPUT SWEEP-ENROLLMENT
           IF NOT WS-EN-OK
               DISPLAY 'UNABLE TO REWRITE SWEEPENR, STATUS '
                   WS-ENROLL-STATUS
               MOVE 20 TO RETURN-CODE
               GO TO 9100-EXIT
           END-IF
           MOVE ZERO TO WS-SW-SUB
           PERFORM 9150-WRITE-ONE-SWEEP THRU 9150-EXIT
               UNTIL WS-SW-SUB = WS-SW-ENTRIES
           CLOSE SWEEP-ENROLLMENT.
       9100-EXIT.
           EXIT.

       9150-WRITE-ONE-SWEEP.
           ADD 1 TO WS-SW-SUB
           MOVE WS-SW-ENTRY (WS-SW-SUB) TO SWEEP-ENROLLMENT-RECORD
           WRITE SWEEP-ENROLLMENT-RECORD.
       9150-EXIT.
           EXIT.
