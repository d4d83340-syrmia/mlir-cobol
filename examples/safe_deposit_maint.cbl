      *-----------------------------------------------------------*
      * PROGRAM:      SDBMAINT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Safe deposit box maintenance, for the vault staff.  Keeps
      * the box inventory (SDBOX.CPY) and the rental agreements
      * (SDBAGREE.CPY):
      *
      *   BOXADD   puts a box in a branch's inventory with its
      *            size and annual rent
      *   RENT     lets an available box under a signed agreement
      *            to a lessee and optional co-lessee, both on
      *            the customer master; the rent account, if one
      *            is designated, must be held by one of them.
      *            The first year's rent falls due the day the
      *            box is let and is taken by the next rent run
      *   PAY      takes a payment on billed rent off the amount
      *            due; paying an agreement in default up in full
      *            brings it back into good standing
      *   CLOSE    the lessee surrenders the box, once nothing is
      *            owed; the box becomes available
      *   DRILL    records the drilling of a box whose agreement
      *            is in default on the drilled-box log
      *            (SDBDRILL.CPY) and closes the agreement, the
      *            rent owed left on it
      *   REKEY    a drilled box has its new lock and is
      *            available again
      *   INQUIRE  shows a box and its current agreement
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to SDBMAINT, and to each command
      * run, on the entitlements table (ENTCHECK).
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *   2026-10-15  RLB  The operator is checked for an active
      *                    session and entitlement (ENTCHECK)
      *                    before anything is done, and for each
      *                    command run.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SDBMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAFE-DEPOSIT-BOX-FILE ASSIGN TO "SDBOX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDB-KEY
               FILE STATUS IS WS-BOX-STATUS.
           SELECT SAFE-DEPOSIT-AGREEMENT-FILE ASSIGN TO "SDBAGREE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SDA-AGREEMENT-ID
               FILE STATUS IS WS-AGREEMENT-STATUS.
           SELECT DRILLED-BOX-LOG ASSIGN TO "SDBDRILL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRILL-LOG-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTOMER-STATUS.
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
           SELECT BRANCH-MASTER ASSIGN TO "BRNCHMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAFE-DEPOSIT-BOX-FILE.
       COPY "sdbox.cpy".

       FD  SAFE-DEPOSIT-AGREEMENT-FILE.
       COPY "sdbagree.cpy".

       FD  DRILLED-BOX-LOG.
       COPY "sdbdrill.cpy".

       FD  CUSTOMER-MASTER.
       COPY "custmst.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  BRANCH-MASTER.
       COPY "brnchmst.cpy".

       WORKING-STORAGE SECTION.
       01  WS-BOX-STATUS            PIC X(02).
           88  WS-BX-OK                       VALUE '00'.
           88  WS-BX-NOT-FOUND                VALUE '35'.
       01  WS-AGREEMENT-STATUS      PIC X(02).
           88  WS-AG-OK                       VALUE '00'.
           88  WS-AG-NOT-FOUND                VALUE '35'.
       01  WS-DRILL-LOG-STATUS      PIC X(02).
           88  WS-DL-NOT-FOUND                VALUE '35'.
       01  WS-CUSTOMER-STATUS       PIC X(02).
           88  WS-CM-OK                       VALUE '00'.
       01  WS-CUST-ACCT-STATUS      PIC X(02).
           88  WS-CA-OK                       VALUE '00'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-BRANCH-STATUS         PIC X(02).
           88  WS-BR-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-BRANCH-EOF-SW         PIC X(01).
           88  WS-END-OF-BRANCHES             VALUE 'Y'.
       01  WS-BRANCH-FOUND-SW       PIC X(01).
           88  WS-BRANCH-FOUND                VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-VALID-SW              PIC X(01) VALUE 'Y'.
           88  WS-ENTRY-VALID                 VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-PAYMENT-AMOUNT        PIC 9(07)V9(02).
       01  WS-CUSTOMER-ID           PIC 9(07).
       01  WS-BRANCH-CODE           PIC 9(03).
       01  WS-BOX-NUMBER            PIC 9(05).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
               PERFORM 9000-TERMINATE THRU 9000-EXIT
           END-IF
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - verify the operator is signed on and
      * entitled, then open the box and agreement files, creating
      * them on first use, and the customer and account files the
      * rental checks read.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'Operator username: '
           ACCEPT WS-OPERATOR
           MOVE SPACES TO ENC-FUNCTION
           PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN I-O SAFE-DEPOSIT-BOX-FILE
           IF WS-BX-NOT-FOUND
               OPEN OUTPUT SAFE-DEPOSIT-BOX-FILE
               CLOSE SAFE-DEPOSIT-BOX-FILE
               OPEN I-O SAFE-DEPOSIT-BOX-FILE
           END-IF
           OPEN I-O SAFE-DEPOSIT-AGREEMENT-FILE
           IF WS-AG-NOT-FOUND
               OPEN OUTPUT SAFE-DEPOSIT-AGREEMENT-FILE
               CLOSE SAFE-DEPOSIT-AGREEMENT-FILE
               OPEN I-O SAFE-DEPOSIT-AGREEMENT-FILE
           END-IF
           IF NOT WS-BX-OK OR NOT WS-AG-OK
               DISPLAY 'UNABLE TO OPEN SAFE DEPOSIT FILES, STATUS '
                   WS-BOX-STATUS ' ' WS-AGREEMENT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           OPEN INPUT CUSTOMER-ACCOUNT
           OPEN INPUT ACCOUNT-MASTER
           IF NOT WS-CM-OK OR NOT WS-CA-OK OR NOT WS-AF-OK
               DISPLAY 'UNABLE TO OPEN CUSTOMER AND ACCOUNT FILES'
               CLOSE SAFE-DEPOSIT-BOX-FILE
               CLOSE SAFE-DEPOSIT-AGREEMENT-FILE
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run SDBMAINT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'SDBMAINT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run SDBMAINT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in SDBMAINT.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * maintenance command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (BOXADD/RENT/PAY/CLOSE/DRILL/'
               'REKEY/INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'BOXADD' OR 'RENT' OR 'PAY' OR 'CLOSE'
               OR 'DRILL' OR 'REKEY' OR 'INQUIRE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'BOXADD'
                   PERFORM 3000-ADD-BOX THRU 3000-EXIT
               WHEN 'RENT'
                   PERFORM 4000-RENT-BOX THRU 4000-EXIT
               WHEN 'PAY'
                   PERFORM 5000-TAKE-PAYMENT THRU 5000-EXIT
               WHEN 'CLOSE'
                   PERFORM 6000-SURRENDER-BOX THRU 6000-EXIT
               WHEN 'DRILL'
                   PERFORM 7000-DRILL-BOX THRU 7000-EXIT
               WHEN 'REKEY'
                   PERFORM 7500-REKEY-BOX THRU 7500-EXIT
               WHEN 'INQUIRE'
                   PERFORM 8000-INQUIRE-BOX THRU 8000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-BOX - a new box into a branch's inventory.
      *-----------------------------------------------------------*
       3000-ADD-BOX.
           DISPLAY 'Branch code: '
           ACCEPT SDB-BRANCH-CODE
           DISPLAY 'Box number: '
           ACCEPT SDB-BOX-NUMBER
           DISPLAY 'Size (SM/MD/LG/XL): '
           ACCEPT SDB-SIZE
           DISPLAY 'Annual rent: '
           ACCEPT SDB-ANNUAL-RENT
           IF NOT SDB-VALID-SIZE
               DISPLAY 'Invalid size, box not added.'
               GO TO 3000-EXIT
           END-IF
           IF SDB-ANNUAL-RENT NOT NUMERIC OR SDB-ANNUAL-RENT = ZERO
               DISPLAY 'Invalid rent, box not added.'
               GO TO 3000-EXIT
           END-IF
           MOVE SDB-BRANCH-CODE TO WS-BRANCH-CODE
           PERFORM 3100-CHECK-BRANCH THRU 3100-EXIT
           IF NOT WS-BRANCH-FOUND
               DISPLAY 'Branch not on file or closed, box not '
                   'added.'
               GO TO 3000-EXIT
           END-IF
           SET SDB-AVAILABLE TO TRUE
           MOVE ZERO TO SDB-AGREEMENT-ID
           MOVE WS-TODAY-DATE TO SDB-STATUS-DATE
           WRITE SAFE-DEPOSIT-BOX-RECORD
               INVALID KEY
                   DISPLAY 'Box already on file.'
               NOT INVALID KEY
                   DISPLAY 'Box added.'
           END-WRITE.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CHECK-BRANCH - the branch must be on the branch
      * master and open.
      *-----------------------------------------------------------*
       3100-CHECK-BRANCH.
           MOVE 'N' TO WS-BRANCH-FOUND-SW
           MOVE 'N' TO WS-BRANCH-EOF-SW
           OPEN INPUT BRANCH-MASTER
           IF NOT WS-BR-OK
               GO TO 3100-EXIT
           END-IF
           PERFORM 3150-READ-ONE-BRANCH THRU 3150-EXIT
               UNTIL WS-END-OF-BRANCHES OR WS-BRANCH-FOUND
           CLOSE BRANCH-MASTER.
       3100-EXIT.
           EXIT.

       3150-READ-ONE-BRANCH.
           READ BRANCH-MASTER
               AT END
                   SET WS-END-OF-BRANCHES TO TRUE
               NOT AT END
                   IF BRN-BRANCH-CODE = WS-BRANCH-CODE
                       AND BRN-OPEN
                       SET WS-BRANCH-FOUND TO TRUE
                   END-IF
           END-READ.
       3150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RENT-BOX - let an available box under a signed
      * agreement.
      *-----------------------------------------------------------*
       4000-RENT-BOX.
           DISPLAY 'Branch code: '
           ACCEPT SDB-BRANCH-CODE
           DISPLAY 'Box number: '
           ACCEPT SDB-BOX-NUMBER
           READ SAFE-DEPOSIT-BOX-FILE
               INVALID KEY
                   DISPLAY 'Box not on file.'
                   GO TO 4000-EXIT
           END-READ
           IF NOT SDB-AVAILABLE
               DISPLAY 'Box is not available, status ' SDB-STATUS
               GO TO 4000-EXIT
           END-IF
           DISPLAY 'Agreement number: '
           ACCEPT SDA-AGREEMENT-ID
           DISPLAY 'Lessee customer ID: '
           ACCEPT SDA-LESSEE-ID
           DISPLAY 'Co-lessee customer ID (0 if none): '
           ACCEPT SDA-CO-LESSEE-ID
           DISPLAY 'Rent account ID (0 to bill the rent): '
           ACCEPT SDA-RENT-ACCOUNT-ID
           PERFORM 4100-CHECK-RENTAL THRU 4100-EXIT
           IF NOT WS-ENTRY-VALID
               GO TO 4000-EXIT
           END-IF
           MOVE SDB-BRANCH-CODE TO SDA-BRANCH-CODE
           MOVE SDB-BOX-NUMBER TO SDA-BOX-NUMBER
           MOVE SDB-ANNUAL-RENT TO SDA-ANNUAL-RENT
           MOVE WS-TODAY-DATE TO SDA-START-DATE
           MOVE WS-TODAY-DATE TO SDA-NEXT-DUE-DATE
           MOVE ZERO TO SDA-LAST-RENT-DATE
           MOVE ZERO TO SDA-AMOUNT-DUE
           MOVE ZERO TO SDA-DUE-SINCE-DATE
           MOVE ZERO TO SDA-LAST-PAID-DATE
           SET SDA-ACTIVE TO TRUE
           MOVE ZERO TO SDA-DEFAULT-DATE
           MOVE ZERO TO SDA-CLOSE-DATE
           WRITE SAFE-DEPOSIT-AGREEMENT-RECORD
               INVALID KEY
                   DISPLAY 'Agreement number already on file, box '
                       'not rented.'
                   GO TO 4000-EXIT
           END-WRITE
           SET SDB-RENTED TO TRUE
           MOVE SDA-AGREEMENT-ID TO SDB-AGREEMENT-ID
           MOVE WS-TODAY-DATE TO SDB-STATUS-DATE
           REWRITE SAFE-DEPOSIT-BOX-RECORD
           DISPLAY 'Box rented; the first year''s rent is taken '
               'by the next rent run.'.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4100-CHECK-RENTAL - the lessees must be living customers
      * on the master, and a designated rent account open and
      * held by one of them.
      *-----------------------------------------------------------*
       4100-CHECK-RENTAL.
           MOVE 'Y' TO WS-VALID-SW
           IF SDA-AGREEMENT-ID NOT NUMERIC
               OR SDA-AGREEMENT-ID = ZERO
               DISPLAY 'Invalid agreement number, box not rented.'
               MOVE 'N' TO WS-VALID-SW
               GO TO 4100-EXIT
           END-IF
           MOVE SDA-LESSEE-ID TO WS-CUSTOMER-ID
           PERFORM 4200-CHECK-CUSTOMER THRU 4200-EXIT
           IF NOT WS-ENTRY-VALID
               DISPLAY 'Lessee not on file or deceased, box not '
                   'rented.'
               GO TO 4100-EXIT
           END-IF
           IF NOT SDA-NO-CO-LESSEE
               IF SDA-CO-LESSEE-ID = SDA-LESSEE-ID
                   DISPLAY 'Co-lessee is the lessee, box not '
                       'rented.'
                   MOVE 'N' TO WS-VALID-SW
                   GO TO 4100-EXIT
               END-IF
               MOVE SDA-CO-LESSEE-ID TO WS-CUSTOMER-ID
               PERFORM 4200-CHECK-CUSTOMER THRU 4200-EXIT
               IF NOT WS-ENTRY-VALID
                   DISPLAY 'Co-lessee not on file or deceased, box '
                       'not rented.'
                   GO TO 4100-EXIT
               END-IF
           END-IF
           IF SDA-RENT-BILLED
               GO TO 4100-EXIT
           END-IF
           MOVE SDA-RENT-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Rent account not on file, box not '
                       'rented.'
                   MOVE 'N' TO WS-VALID-SW
                   GO TO 4100-EXIT
           END-READ
           IF NOT ACCT-STATUS-OPEN
               DISPLAY 'Rent account is not open, box not rented.'
               MOVE 'N' TO WS-VALID-SW
               GO TO 4100-EXIT
           END-IF
           PERFORM 4300-CHECK-ACCOUNT-HOLDER THRU 4300-EXIT.
       4100-EXIT.
           EXIT.

       4200-CHECK-CUSTOMER.
           MOVE WS-CUSTOMER-ID TO CUM-CUSTOMER-ID
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-VALID-SW
                   GO TO 4200-EXIT
           END-READ
           IF NOT CUM-NOT-DECEASED
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4300-CHECK-ACCOUNT-HOLDER - the lessee or the co-lessee
      * must hold the rent account in their own right, as primary
      * or joint holder; a signer cannot pledge it.
      *-----------------------------------------------------------*
       4300-CHECK-ACCOUNT-HOLDER.
           MOVE SDA-LESSEE-ID TO CAR-CUSTOMER-ID
           MOVE SDA-RENT-ACCOUNT-ID TO CAR-ACCOUNT-ID
           READ CUSTOMER-ACCOUNT
               INVALID KEY
                   MOVE SPACE TO CAR-ROLE
           END-READ
           IF CAR-ROLE-PRIMARY OR CAR-ROLE-JOINT
               GO TO 4300-EXIT
           END-IF
           IF NOT SDA-NO-CO-LESSEE
               MOVE SDA-CO-LESSEE-ID TO CAR-CUSTOMER-ID
               MOVE SDA-RENT-ACCOUNT-ID TO CAR-ACCOUNT-ID
               READ CUSTOMER-ACCOUNT
                   INVALID KEY
                       MOVE SPACE TO CAR-ROLE
               END-READ
               IF CAR-ROLE-PRIMARY OR CAR-ROLE-JOINT
                   GO TO 4300-EXIT
               END-IF
           END-IF
           DISPLAY 'Rent account is not held by the lessee or '
               'co-lessee, box not rented.'
           MOVE 'N' TO WS-VALID-SW.
       4300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-TAKE-PAYMENT - a payment on billed rent.  Paying an
      * agreement in default up in full cures the default; a box
      * already drilled is past curing.
      *-----------------------------------------------------------*
       5000-TAKE-PAYMENT.
           DISPLAY 'Agreement number: '
           ACCEPT SDA-AGREEMENT-ID
           READ SAFE-DEPOSIT-AGREEMENT-FILE
               INVALID KEY
                   DISPLAY 'Agreement not found.'
                   GO TO 5000-EXIT
           END-READ
           IF SDA-AMOUNT-DUE = ZERO
               DISPLAY 'Nothing is owed on this agreement.'
               GO TO 5000-EXIT
           END-IF
           DISPLAY 'Amount due: ' SDA-AMOUNT-DUE
           DISPLAY 'Amount paid: '
           ACCEPT WS-PAYMENT-AMOUNT
           IF WS-PAYMENT-AMOUNT NOT NUMERIC
               OR WS-PAYMENT-AMOUNT = ZERO
               OR WS-PAYMENT-AMOUNT > SDA-AMOUNT-DUE
               DISPLAY 'Invalid amount, payment not taken.'
               GO TO 5000-EXIT
           END-IF
           SUBTRACT WS-PAYMENT-AMOUNT FROM SDA-AMOUNT-DUE
           MOVE WS-TODAY-DATE TO SDA-LAST-PAID-DATE
           IF SDA-AMOUNT-DUE = ZERO
               MOVE ZERO TO SDA-DUE-SINCE-DATE
               IF SDA-IN-DEFAULT
                   SET SDA-ACTIVE TO TRUE
                   MOVE ZERO TO SDA-DEFAULT-DATE
                   DISPLAY 'Paid in full; agreement out of default.'
               END-IF
           END-IF
           REWRITE SAFE-DEPOSIT-AGREEMENT-RECORD
           DISPLAY 'Payment taken; now due ' SDA-AMOUNT-DUE.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 6000-SURRENDER-BOX - the lessee gives the box up.  Rent
      * still owed is settled first.
      *-----------------------------------------------------------*
       6000-SURRENDER-BOX.
           DISPLAY 'Agreement number: '
           ACCEPT SDA-AGREEMENT-ID
           READ SAFE-DEPOSIT-AGREEMENT-FILE
               INVALID KEY
                   DISPLAY 'Agreement not found.'
                   GO TO 6000-EXIT
           END-READ
           IF NOT SDA-OPEN-AGREEMENT
               DISPLAY 'Agreement is already closed.'
               GO TO 6000-EXIT
           END-IF
           IF SDA-AMOUNT-DUE > ZERO
               DISPLAY 'Rent of ' SDA-AMOUNT-DUE ' is owed; take '
                   'payment before the box is surrendered.'
               GO TO 6000-EXIT
           END-IF
           SET SDA-SURRENDERED TO TRUE
           MOVE WS-TODAY-DATE TO SDA-CLOSE-DATE
           REWRITE SAFE-DEPOSIT-AGREEMENT-RECORD
           MOVE SDA-BOX-KEY TO SDB-KEY
           READ SAFE-DEPOSIT-BOX-FILE
               INVALID KEY
                   DISPLAY 'Agreement closed; box not on file.'
                   GO TO 6000-EXIT
           END-READ
           SET SDB-AVAILABLE TO TRUE
           MOVE ZERO TO SDB-AGREEMENT-ID
           MOVE WS-TODAY-DATE TO SDB-STATUS-DATE
           REWRITE SAFE-DEPOSIT-BOX-RECORD
           DISPLAY 'Box surrendered and available.'.
       6000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7000-DRILL-BOX - the box has been opened without the
      * lessee's key for rent in default.  The drilling goes on
      * the log with its witnesses and the envelope the contents
      * were sealed in; the agreement is closed, what was owed
      * left on it.
      *-----------------------------------------------------------*
       7000-DRILL-BOX.
           DISPLAY 'Branch code: '
           ACCEPT SDB-BRANCH-CODE
           DISPLAY 'Box number: '
           ACCEPT SDB-BOX-NUMBER
           READ SAFE-DEPOSIT-BOX-FILE
               INVALID KEY
                   DISPLAY 'Box not on file.'
                   GO TO 7000-EXIT
           END-READ
           IF NOT SDB-RENTED
               DISPLAY 'Box is not rented, status ' SDB-STATUS
               GO TO 7000-EXIT
           END-IF
           MOVE SDB-AGREEMENT-ID TO SDA-AGREEMENT-ID
           READ SAFE-DEPOSIT-AGREEMENT-FILE
               INVALID KEY
                   DISPLAY 'Agreement ' SDB-AGREEMENT-ID
                       ' not found.'
                   GO TO 7000-EXIT
           END-READ
           IF NOT SDA-IN-DEFAULT
               DISPLAY 'Agreement is not in default; the box may '
                   'not be drilled.'
               GO TO 7000-EXIT
           END-IF
           DISPLAY 'First witnessing officer: '
           ACCEPT SDL-WITNESS-1
           DISPLAY 'Second witnessing officer: '
           ACCEPT SDL-WITNESS-2
           DISPLAY 'Sealed envelope number: '
           ACCEPT SDL-ENVELOPE-NUMBER
           DISPLAY 'Contents note: '
           ACCEPT SDL-CONTENTS-NOTE
           IF SDL-WITNESS-1 = SPACES OR SDL-WITNESS-2 = SPACES
               OR SDL-WITNESS-1 = SDL-WITNESS-2
               DISPLAY 'Two different witnesses are required, '
                   'drilling not recorded.'
               GO TO 7000-EXIT
           END-IF
           IF SDL-ENVELOPE-NUMBER = SPACES
               DISPLAY 'Envelope number required, drilling not '
                   'recorded.'
               GO TO 7000-EXIT
           END-IF
           MOVE SDB-BRANCH-CODE TO SDL-BRANCH-CODE
           MOVE SDB-BOX-NUMBER TO SDL-BOX-NUMBER
           MOVE SDA-AGREEMENT-ID TO SDL-AGREEMENT-ID
           MOVE SDA-LESSEE-ID TO SDL-LESSEE-ID
           MOVE WS-TODAY-DATE TO SDL-DRILL-DATE
           MOVE SDA-AMOUNT-DUE TO SDL-AMOUNT-DUE
           OPEN EXTEND DRILLED-BOX-LOG
           IF WS-DL-NOT-FOUND
               OPEN OUTPUT DRILLED-BOX-LOG
           END-IF
           WRITE SAFE-DEPOSIT-DRILL-RECORD
           CLOSE DRILLED-BOX-LOG
           SET SDA-DRILLED TO TRUE
           MOVE WS-TODAY-DATE TO SDA-CLOSE-DATE
           REWRITE SAFE-DEPOSIT-AGREEMENT-RECORD
           SET SDB-DRILLED TO TRUE
           MOVE WS-TODAY-DATE TO SDB-STATUS-DATE
           REWRITE SAFE-DEPOSIT-BOX-RECORD
           DISPLAY 'Drilling logged; box awaits a new lock.'.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 7500-REKEY-BOX - a drilled box with its new lock fitted
      * goes back into the available inventory.
      *-----------------------------------------------------------*
       7500-REKEY-BOX.
           DISPLAY 'Branch code: '
           ACCEPT SDB-BRANCH-CODE
           DISPLAY 'Box number: '
           ACCEPT SDB-BOX-NUMBER
           READ SAFE-DEPOSIT-BOX-FILE
               INVALID KEY
                   DISPLAY 'Box not on file.'
                   GO TO 7500-EXIT
           END-READ
           IF NOT SDB-DRILLED
               DISPLAY 'Box has not been drilled.'
               GO TO 7500-EXIT
           END-IF
           SET SDB-AVAILABLE TO TRUE
           MOVE ZERO TO SDB-AGREEMENT-ID
           MOVE WS-TODAY-DATE TO SDB-STATUS-DATE
           REWRITE SAFE-DEPOSIT-BOX-RECORD
           DISPLAY 'Box rekeyed and available.'.
       7500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 8000-INQUIRE-BOX - display a box and its current
      * agreement.
      *-----------------------------------------------------------*
       8000-INQUIRE-BOX.
           DISPLAY 'Branch code: '
           ACCEPT SDB-BRANCH-CODE
           DISPLAY 'Box number: '
           ACCEPT SDB-BOX-NUMBER
           READ SAFE-DEPOSIT-BOX-FILE
               INVALID KEY
                   DISPLAY 'Box not on file.'
                   GO TO 8000-EXIT
           END-READ
           DISPLAY 'Size: ' SDB-SIZE '  Annual rent: '
               SDB-ANNUAL-RENT
           DISPLAY 'Status: ' SDB-STATUS ' since ' SDB-STATUS-DATE
           IF SDB-AGREEMENT-ID = ZERO
               GO TO 8000-EXIT
           END-IF
           MOVE SDB-AGREEMENT-ID TO SDA-AGREEMENT-ID
           READ SAFE-DEPOSIT-AGREEMENT-FILE
               INVALID KEY
                   DISPLAY 'Agreement ' SDB-AGREEMENT-ID
                       ' not found.'
                   GO TO 8000-EXIT
           END-READ
           DISPLAY 'Agreement: ' SDA-AGREEMENT-ID
               '  Status: ' SDA-STATUS
           DISPLAY 'Lessee: ' SDA-LESSEE-ID
               '  Co-lessee: ' SDA-CO-LESSEE-ID
           IF SDA-RENT-BILLED
               DISPLAY 'Rent billed, next due ' SDA-NEXT-DUE-DATE
           ELSE
               DISPLAY 'Rent from account ' SDA-RENT-ACCOUNT-ID
                   ', next due ' SDA-NEXT-DUE-DATE
           END-IF
           IF SDA-AMOUNT-DUE > ZERO
               DISPLAY 'Owed: ' SDA-AMOUNT-DUE
                   ' since ' SDA-DUE-SINCE-DATE
           END-IF
           IF SDA-IN-DEFAULT
               DISPLAY 'In default since ' SDA-DEFAULT-DATE
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE SAFE-DEPOSIT-BOX-FILE
           CLOSE SAFE-DEPOSIT-AGREEMENT-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE CUSTOMER-ACCOUNT
           CLOSE ACCOUNT-MASTER.
       9000-EXIT.
           EXIT.
