      *-----------------------------------------------------------*
      * PROGRAM:      ESCMAINT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Escrow disbursement maintenance.  Adds, cancels, and
      * inquires on the tax and insurance bills an escrowed loan
      * pays out of escrow (ESCDISB.CPY), which the nightly
      * ESCDISB step pays as they fall due.
      *
      * An item is placed only against an active loan on the
      * loan master.  Placing the first item on a loan that does
      * not yet carry escrow makes it an escrowed loan with no
      * balance and no monthly amount, and leaves its analysis
      * date clear, so the next escrow analysis (ESCANAL) sets
      * the monthly amount from the bills now on file.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to ESCMAINT, and to each command
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
       PROGRAM-ID. ESCMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESCROW-DISBURSEMENT-FILE ASSIGN TO "ESCDISB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESD-KEY
               FILE STATUS IS WS-ITEM-FILE-STATUS.
           SELECT LOAN-MASTER ASSIGN TO "LOANMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNM-ACCOUNT-ID
               FILE STATUS IS WS-LOAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ESCROW-DISBURSEMENT-FILE.
       COPY "escdisb.cpy".

       FD  LOAN-MASTER.
       COPY "loanmst.cpy".

       WORKING-STORAGE SECTION.
       01  WS-ITEM-FILE-STATUS      PIC X(02).
           88  WS-IF-OK                       VALUE '00'.
           88  WS-IF-NOT-FOUND                VALUE '35'.
       01  WS-LOAN-STATUS           PIC X(02).
           88  WS-LOAN-OK                     VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-VALID-SW              PIC X(01) VALUE 'Y'.
           88  WS-ITEM-VALID                  VALUE 'Y'.
       01  WS-DUE-DATE              PIC 9(08).
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           05  WS-DUE-YEAR          PIC 9(04).
           05  WS-DUE-MONTH         PIC 9(02).
           05  WS-DUE-DAY           PIC 9(02).
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
      * entitled, then open the disbursement file, creating it on
      * first use, and the loan master.
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
           OPEN I-O ESCROW-DISBURSEMENT-FILE
           IF WS-IF-NOT-FOUND
               OPEN OUTPUT ESCROW-DISBURSEMENT-FILE
               CLOSE ESCROW-DISBURSEMENT-FILE
               OPEN I-O ESCROW-DISBURSEMENT-FILE
           END-IF
           IF NOT WS-IF-OK
               DISPLAY 'UNABLE TO OPEN ESCROW DISBURSEMENT FILE, '
                   'STATUS ' WS-ITEM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           OPEN I-O LOAN-MASTER
           IF NOT WS-LOAN-OK
               DISPLAY 'UNABLE TO OPEN LOAN MASTER, STATUS '
                   WS-LOAN-STATUS
               CLOSE ESCROW-DISBURSEMENT-FILE
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run ESCMAINT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'ESCMAINT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run ESCMAINT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in ESCMAINT.'
           END-EVALUATE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * maintenance command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (ADD/CANCEL/INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'ADD' OR 'CANCEL' OR 'INQUIRE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'ADD'
                   PERFORM 3000-ADD-ITEM THRU 3000-EXIT
               WHEN 'CANCEL'
                   PERFORM 4000-CANCEL-ITEM THRU 4000-EXIT
               WHEN 'INQUIRE'
                   PERFORM 5000-INQUIRE-ITEM THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-ITEM - place a new tax or insurance bill on an
      * escrowed loan.
      *-----------------------------------------------------------*
       3000-ADD-ITEM.
           DISPLAY 'Loan account ID: '
           ACCEPT ESD-ACCOUNT-ID
           DISPLAY 'Item number: '
           ACCEPT ESD-ITEM-NO
           DISPLAY 'Item type (TX=property tax, IN=insurance): '
           ACCEPT ESD-ITEM-TYPE
           DISPLAY 'Payee name: '
           ACCEPT ESD-PAYEE-NAME
           DISPLAY 'Payee reference (parcel or policy number): '
           ACCEPT ESD-PAYEE-REFERENCE
           DISPLAY 'Amount billed: '
           ACCEPT ESD-AMOUNT
           DISPLAY 'Months between bills (1/3/6/12): '
           ACCEPT ESD-FREQUENCY-MONTHS
           DISPLAY 'Next due date (YYYYMMDD): '
           ACCEPT ESD-NEXT-DUE-DATE
           MOVE 'Y' TO WS-VALID-SW
           PERFORM 3100-CHECK-LOAN THRU 3100-EXIT
           MOVE ESD-NEXT-DUE-DATE TO WS-DUE-DATE
           IF NOT ESD-VALID-TYPE
               DISPLAY 'Invalid item type, item not placed.'
           ELSE
           IF NOT ESD-VALID-FREQUENCY
               DISPLAY 'Invalid frequency, item not placed.'
           ELSE
           IF ESD-AMOUNT NOT NUMERIC OR ESD-AMOUNT = ZERO
               DISPLAY 'Invalid amount, item not placed.'
           ELSE
           IF WS-DUE-MONTH < 1 OR WS-DUE-MONTH > 12
               OR WS-DUE-DAY < 1 OR WS-DUE-DAY > 28
               DISPLAY 'Due date must fall on the 1st to 28th, '
                   'item not placed.'
           ELSE
           IF ESD-PAYEE-NAME = SPACES
               DISPLAY 'Payee name required, item not placed.'
           ELSE
           IF NOT WS-ITEM-VALID
               CONTINUE
           ELSE
               SET ESD-ACTIVE TO TRUE
               MOVE ZERO TO ESD-LAST-PAID-DATE
               MOVE ZERO TO ESD-LAST-PAID-AMOUNT
               WRITE ESCROW-DISBURSEMENT-RECORD
                   INVALID KEY
                       DISPLAY 'Item already on file.'
                   NOT INVALID KEY
                       PERFORM 3200-MARK-LOAN-ESCROWED THRU 3200-EXIT
                       DISPLAY 'Escrow item placed.'
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-CHECK-LOAN - the loan must be on the master and
      * still active.
      *-----------------------------------------------------------*
       3100-CHECK-LOAN.
           MOVE ESD-ACCOUNT-ID TO LNM-ACCOUNT-ID
           READ LOAN-MASTER
               INVALID KEY
                   DISPLAY 'Loan not on file, item not placed.'
                   MOVE 'N' TO WS-VALID-SW
                   GO TO 3100-EXIT
           END-READ
           IF NOT LNM-ACTIVE
               DISPLAY 'Loan is not active, item not placed.'
               MOVE 'N' TO WS-VALID-SW
           END-IF.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3200-MARK-LOAN-ESCROWED - a loan's first escrow item makes
      * it an escrowed loan, awaiting its first analysis.
      *-----------------------------------------------------------*
       3200-MARK-LOAN-ESCROWED.
           IF LNM-ESCROWED AND LNM-ESCROW-MONTHLY NUMERIC
               GO TO 3200-EXIT
           END-IF
           SET LNM-ESCROWED TO TRUE
           MOVE ZERO TO LNM-ESCROW-MONTHLY
           MOVE ZERO TO LNM-ESCROW-BALANCE
           MOVE ZERO TO LNM-ESCROW-ANALYSIS-DATE
           REWRITE LOAN-MASTER-RECORD
           DISPLAY 'Loan now carries escrow; the monthly amount is '
               'set at the next escrow analysis.'.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-CANCEL-ITEM - cancel an item.  The record is kept on
      * file, marked cancelled, so there is a trail of what was
      * once paid from escrow.
      *-----------------------------------------------------------*
       4000-CANCEL-ITEM.
           DISPLAY 'Loan account ID: '
           ACCEPT ESD-ACCOUNT-ID
           DISPLAY 'Item number to cancel: '
           ACCEPT ESD-ITEM-NO
           READ ESCROW-DISBURSEMENT-FILE
               INVALID KEY
                   DISPLAY 'Item not found.'
               NOT INVALID KEY
                   SET ESD-CANCELLED TO TRUE
                   REWRITE ESCROW-DISBURSEMENT-RECORD
                   DISPLAY 'Escrow item cancelled.'
           END-READ.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-INQUIRE-ITEM - display an item on file.
      *-----------------------------------------------------------*
       5000-INQUIRE-ITEM.
           DISPLAY 'Loan account ID: '
           ACCEPT ESD-ACCOUNT-ID
           DISPLAY 'Item number to inquire: '
           ACCEPT ESD-ITEM-NO
           READ ESCROW-DISBURSEMENT-FILE
               INVALID KEY
                   DISPLAY 'Item not found.'
               NOT INVALID KEY
                   DISPLAY 'Type: ' ESD-ITEM-TYPE
                   DISPLAY 'Payee: ' ESD-PAYEE-NAME
                   DISPLAY 'Reference: ' ESD-PAYEE-REFERENCE
                   DISPLAY 'Amount: ' ESD-AMOUNT
                   DISPLAY 'Every ' ESD-FREQUENCY-MONTHS ' months'
                   DISPLAY 'Next due: ' ESD-NEXT-DUE-DATE
                   DISPLAY 'Status: ' ESD-STATUS
                   IF ESD-LAST-PAID-DATE > ZERO
                       DISPLAY 'Last paid: ' ESD-LAST-PAID-DATE
                           ' amount ' ESD-LAST-PAID-AMOUNT
                   END-IF
           END-READ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE ESCROW-DISBURSEMENT-FILE
           CLOSE LOAN-MASTER.
       9000-EXIT.
           EXIT.
