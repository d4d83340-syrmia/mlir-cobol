      *-----------------------------------------------------------*
      * PROGRAM:      LGLMNT
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Legal order maintenance.  Puts a court garnishment or
      * agency levy on file (LEGALORD.CPY) when it is served on
      * us, releases one the court or agency lifts, and inquires
      * on what is there.  An order is numbered one past the
      * highest on file and goes on pending; from its effective
      * date TRANPOST holds what the order can reach on the
      * account - the amount still owed, capped at the balance
      * above the protected amount - instead of the account
      * being frozen outright, and LGLREMIT pays the creditor
      * from the held funds once the remit-after date arrives.
      *
      * The creditor is paid by official check to the issuing
      * agency, or by transfer to a creditor account on our own
      * books, which must be open.  Unless the operator gives
      * one, the remit-after date is 21 days past the effective
      * date, the customer's window to claim an exemption.
      *
      * The operator signs on by username and must hold an active
      * session and be entitled to LGLMNT, and to each command
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
       PROGRAM-ID. LGLMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-ORDER-FILE ASSIGN TO "LEGALORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LGO-ORDER-ID
               FILE STATUS IS WS-LEGAL-ORDER-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-ACCOUNT-ID
               FILE STATUS IS WS-ACCT-FILE-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-ORDER-FILE.
       COPY "legalord.cpy".

       FD  ACCOUNT-MASTER.
       COPY "acctmst.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-LEGAL-ORDER-STATUS    PIC X(02).
           88  WS-LGO-OK                      VALUE '00'.
           88  WS-LGO-NOT-FOUND               VALUE '35'.
       01  WS-ACCT-FILE-STATUS      PIC X(02).
           88  WS-AF-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-OPEN-OK-SW            PIC X(01) VALUE 'Y'.
           88  WS-OPEN-OK                     VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-DONE-SW               PIC X(01) VALUE 'N'.
           88  WS-DONE                        VALUE 'Y'.
       01  WS-SCAN-EOF-SW           PIC X(01).
           88  WS-END-OF-SCAN                 VALUE 'Y'.
       01  WS-COMMAND               PIC X(07).
       01  WS-OPERATOR              PIC X(20).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CONFIRM               PIC X(01).
       01  WS-LAST-ORDER-ID         PIC 9(05).
       01  WS-NEW-ORDER-ID          PIC 9(05).
       01  WS-PICK-ORDER-ID         PIC 9(05).
       01  WS-DAY-NUMBER            PIC 9(07).
       01  WS-EXEMPTION-DAYS        PIC 9(03) VALUE 21.
       01  WS-NEW-ORDER.
           05  WS-NEW-ACCOUNT-ID    PIC 9(07).
           05  WS-NEW-ORDER-TYPE    PIC X(01).
               88  WS-NEW-TYPE-VALID          VALUE 'G' 'L'.
           05  WS-NEW-AGENCY        PIC X(35).
           05  WS-NEW-REFERENCE     PIC X(20).
           05  WS-NEW-ORDERED       PIC 9(06)V9(02).
           05  WS-NEW-PROTECTED     PIC 9(06)V9(02).
           05  WS-NEW-EFFECTIVE     PIC 9(08).
           05  WS-NEW-REMIT-AFTER   PIC 9(08).
           05  WS-NEW-METHOD        PIC X(01).
               88  WS-NEW-METHOD-VALID        VALUE 'C' 'T'.
               88  WS-NEW-BY-TRANSFER         VALUE 'T'.
           05  WS-NEW-CREDITOR      PIC 9(07).
       COPY "entlink.cpy" REPLACING ENTITLEMENT-CHECK-PARM
           BY WS-ENTITLEMENT-CHECK-PARM.

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF WS-OPEN-OK
               PERFORM 2000-PROCESS-COMMAND THRU 2000-EXIT
                   UNTIL WS-DONE
           END-IF
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           STOP RUN.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - take the operator's ID for the orders
      * put on file this session and verify the operator is signed
      * on and entitled, then open the legal order file, creating
      * it on first use.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           DISPLAY 'Operator ID: '
           ACCEPT WS-OPERATOR
           MOVE SPACES TO ENC-FUNCTION
           PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
           IF NOT ENC-GRANTED
               MOVE 'N' TO WS-OPEN-OK-SW
               GO TO 1000-EXIT
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           OPEN I-O LEGAL-ORDER-FILE
           IF WS-LGO-NOT-FOUND
               OPEN OUTPUT LEGAL-ORDER-FILE
               CLOSE LEGAL-ORDER-FILE
               OPEN I-O LEGAL-ORDER-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           SET WS-FILES-OPEN TO TRUE
           IF NOT WS-LGO-OK OR NOT WS-AF-OK
               DISPLAY 'UNABLE TO OPEN LEGAL ORDER FILES, STATUS '
                   WS-LEGAL-ORDER-STATUS ' ' WS-ACCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'N' TO WS-OPEN-OK-SW
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1250-CHECK-ENTITLEMENT - the operator must be entitled on
      * the entitlements table to run LGLMNT, or to the function
      * in ENC-FUNCTION; ENTCHECK logs a refusal.
      *-----------------------------------------------------------*
       1250-CHECK-ENTITLEMENT.
           SET ENC-FROM-SESSION TO TRUE
           MOVE WS-OPERATOR TO ENC-USERNAME
           MOVE 'LGLMNT' TO ENC-PROGRAM
           CALL 'ENTCHECK' USING WS-ENTITLEMENT-CHECK-PARM
           EVALUATE TRUE
               WHEN ENC-GRANTED
                   CONTINUE
               WHEN ENC-NO-SESSION
                   DISPLAY 'No active session for this operator. '
                       'Sign on through LOGINCHECK first.'
               WHEN ENC-FUNCTION = SPACES
                   DISPLAY 'You are not entitled to run LGLMNT.'
               WHEN OTHER
                   DISPLAY 'You are not entitled to '
                       ENC-FUNCTION ' in LGLMNT.'
           END-EVALUATE.
       1250-EXIT.
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
      * 2000-PROCESS-COMMAND - prompt for and dispatch one
      * maintenance command.
      *-----------------------------------------------------------*
       2000-PROCESS-COMMAND.
           DISPLAY 'Enter command (ADD/RELEASE/INQUIRE/EXIT): '
           ACCEPT WS-COMMAND
           IF WS-COMMAND = 'ADD' OR 'RELEASE' OR 'INQUIRE'
               MOVE WS-COMMAND TO ENC-FUNCTION
               PERFORM 1250-CHECK-ENTITLEMENT THRU 1250-EXIT
               IF NOT ENC-GRANTED
                   GO TO 2000-EXIT
               END-IF
           END-IF
           EVALUATE WS-COMMAND
               WHEN 'ADD'
                   PERFORM 3000-ADD-ORDER THRU 3000-EXIT
               WHEN 'RELEASE'
                   PERFORM 4000-RELEASE-ORDER THRU 4000-EXIT
               WHEN 'INQUIRE'
                   PERFORM 5000-INQUIRE-ORDER THRU 5000-EXIT
               WHEN 'EXIT'
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'Unrecognized command.'
           END-EVALUATE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3000-ADD-ORDER - take a newly served order, check it, and
      * put it on file pending its effective date.
      *-----------------------------------------------------------*
       3000-ADD-ORDER.
           DISPLAY 'Account ID: '
           ACCEPT WS-NEW-ACCOUNT-ID
           MOVE WS-NEW-ACCOUNT-ID TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Account not found, order not added.'
                   GO TO 3000-EXIT
           END-READ
           IF ACCT-STATUS-CLOSED
               DISPLAY 'Account is closed, order not added - '
                   'return the order to the agency.'
               GO TO 3000-EXIT
           END-IF
           IF ACCT-STATUS-FROZEN
               DISPLAY 'Note: account is frozen.  If the freeze '
                   'was placed for this order, lift it -'
               DISPLAY 'the order holds only what it can reach.'
           END-IF
           DISPLAY 'Order type (G garnishment / L levy): '
           ACCEPT WS-NEW-ORDER-TYPE
           IF NOT WS-NEW-TYPE-VALID
               DISPLAY 'Order type must be G or L, order not added.'
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Issuing court or agency: '
           ACCEPT WS-NEW-AGENCY
           DISPLAY 'Agency case/docket reference: '
           ACCEPT WS-NEW-REFERENCE
           DISPLAY 'Amount ordered: '
           ACCEPT WS-NEW-ORDERED
           DISPLAY 'Protected amount (exempt balance): '
           ACCEPT WS-NEW-PROTECTED
           IF WS-NEW-AGENCY = SPACES OR WS-NEW-ORDERED = ZERO
               DISPLAY 'Agency and amount ordered required, order '
                   'not added.'
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Effective date (YYYYMMDD, 0 for today): '
           ACCEPT WS-NEW-EFFECTIVE
           IF WS-NEW-EFFECTIVE = ZERO
               MOVE WS-TODAY-DATE TO WS-NEW-EFFECTIVE
           END-IF
           DISPLAY 'Remit on or after (YYYYMMDD, 0 for '
               WS-EXEMPTION-DAYS ' days after effective): '
           ACCEPT WS-NEW-REMIT-AFTER
           IF WS-NEW-REMIT-AFTER = ZERO
               COMPUTE WS-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE (WS-NEW-EFFECTIVE)
                   + WS-EXEMPTION-DAYS
               COMPUTE WS-NEW-REMIT-AFTER =
                   FUNCTION DATE-OF-INTEGER (WS-DAY-NUMBER)
           END-IF
           IF WS-NEW-REMIT-AFTER < WS-NEW-EFFECTIVE
               DISPLAY 'Remit date is before the effective date, '
                   'order not added.'
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Remit by (C official check / T transfer): '
           ACCEPT WS-NEW-METHOD
           IF NOT WS-NEW-METHOD-VALID
               DISPLAY 'Remit method must be C or T, order not '
                   'added.'
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WS-NEW-CREDITOR
           IF WS-NEW-BY-TRANSFER
               PERFORM 3050-TAKE-CREDITOR THRU 3050-EXIT
               IF WS-NEW-CREDITOR = ZERO
                   GO TO 3000-EXIT
               END-IF
           END-IF
           PERFORM 3100-NEXT-ORDER-ID THRU 3100-EXIT
           IF WS-NEW-ORDER-ID = ZERO
               DISPLAY 'Legal order numbers exhausted, order not '
                   'added.'
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           DISPLAY 'Place order ' WS-NEW-ORDER-ID ' for '
               WS-NEW-ORDERED ' on account ' WS-NEW-ACCOUNT-ID
           DISPLAY 'protecting ' WS-NEW-PROTECTED ', effective '
               WS-NEW-EFFECTIVE '? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Order not added.'
               GO TO 3000-EXIT
           END-IF
           PERFORM 3200-WRITE-ORDER THRU 3200-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3050-TAKE-CREDITOR - a transfer goes to an open account
      * on our books, never back to the customer's own; zero
      * means no usable creditor account was given.
      *-----------------------------------------------------------*
       3050-TAKE-CREDITOR.
           DISPLAY 'Creditor account ID: '
           ACCEPT WS-NEW-CREDITOR
           IF WS-NEW-CREDITOR = WS-NEW-ACCOUNT-ID
               DISPLAY 'Creditor account cannot be the customer''s '
                   'own, order not added.'
               MOVE ZERO TO WS-NEW-CREDITOR
               GO TO 3050-EXIT
           END-IF
           MOVE WS-NEW-CREDITOR TO ACCT-ACCOUNT-ID
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY 'Creditor account not found, order not '
                       'added.'
                   MOVE ZERO TO WS-NEW-CREDITOR
                   GO TO 3050-EXIT
           END-READ
           IF NOT ACCT-STATUS-OPEN
               DISPLAY 'Creditor account is not open, order not '
                   'added.'
               MOVE ZERO TO WS-NEW-CREDITOR
           END-IF.
       3050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 3100-NEXT-ORDER-ID - one past the highest order number on
      * file; zero when the numbers are used up.
      *-----------------------------------------------------------*
       3100-NEXT-ORDER-ID.
           MOVE ZERO TO WS-NEW-ORDER-ID
           MOVE ZERO TO WS-LAST-ORDER-ID
           MOVE 'N' TO WS-SCAN-EOF-SW
           MOVE ZERO TO LGO-ORDER-ID
           START LEGAL-ORDER-FILE KEY IS NOT LESS THAN LGO-ORDER-ID
               INVALID KEY
                   SET WS-END-OF-SCAN TO TRUE
           END-START
           PERFORM 3150-READ-ONE-ORDER THRU 3150-EXIT
               UNTIL WS-END-OF-SCAN
           IF WS-LAST-ORDER-ID < 99999
               COMPUTE WS-NEW-ORDER-ID = WS-LAST-ORDER-ID + 1
           END-IF.
       3100-EXIT.
           EXIT.

       3150-READ-ONE-ORDER.
           READ LEGAL-ORDER-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-SCAN TO TRUE
               NOT AT END
                   MOVE LGO-ORDER-ID TO WS-LAST-ORDER-ID
           END-READ.
       3150-EXIT.
           EXIT.

       3200-WRITE-ORDER.
           MOVE WS-NEW-ORDER-ID TO LGO-ORDER-ID
           MOVE WS-NEW-ACCOUNT-ID TO LGO-ACCOUNT-ID
           MOVE WS-NEW-ORDER-TYPE TO LGO-ORDER-TYPE
           MOVE WS-NEW-AGENCY TO LGO-AGENCY
           MOVE WS-NEW-REFERENCE TO LGO-AGENCY-REFERENCE
           MOVE WS-NEW-ORDERED TO LGO-AMOUNT-ORDERED
           MOVE WS-NEW-PROTECTED TO LGO-PROTECTED-AMOUNT
           MOVE WS-NEW-EFFECTIVE TO LGO-EFFECTIVE-DATE
           MOVE WS-NEW-REMIT-AFTER TO LGO-REMIT-AFTER-DATE
           MOVE WS-NEW-METHOD TO LGO-REMIT-METHOD
           MOVE WS-NEW-CREDITOR TO LGO-CREDITOR-ACCOUNT
           SET LGO-PENDING TO TRUE
           MOVE ZERO TO LGO-HELD-AMOUNT
           MOVE ZERO TO LGO-HOLD-DATE
           MOVE ZERO TO LGO-REMITTED-AMOUNT
           MOVE ZERO TO LGO-LAST-REMIT-UID
           MOVE ZERO TO LGO-LAST-REMIT-DATE
           MOVE ZERO TO LGO-LAST-REMIT-AMOUNT
           MOVE ZERO TO LGO-LAST-REMIT-SERIAL
           MOVE WS-OPERATOR TO LGO-ENTERED-BY
           MOVE WS-TODAY-DATE TO LGO-ENTERED-DATE
           MOVE ZERO TO LGO-CLOSED-DATE
           WRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'Order number already on file: '
                       LGO-ORDER-ID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Legal order ' LGO-ORDER-ID
                       ' placed; funds are held from the first '
                       'posting run on or after ' LGO-EFFECTIVE-DATE
           END-WRITE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 4000-RELEASE-ORDER - the court or agency has lifted the
      * order.  The record stays on file, marked released, and
      * the next posting run no longer holds anything for it.
      *-----------------------------------------------------------*
       4000-RELEASE-ORDER.
           DISPLAY 'Legal order number: '
           ACCEPT WS-PICK-ORDER-ID
           MOVE WS-PICK-ORDER-ID TO LGO-ORDER-ID
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY 'Legal order not found.'
                   GO TO 4000-EXIT
           END-READ
           IF NOT LGO-IN-FORCE
               DISPLAY 'Legal order is no longer in force, status '
                   LGO-STATUS
               GO TO 4000-EXIT
           END-IF
           DISPLAY 'Release order ' LGO-ORDER-ID ' from '
               LGO-AGENCY
           DISPLAY 'on account ' LGO-ACCOUNT-ID ', '
               LGO-REMITTED-AMOUNT ' remitted so far? (Y/N): '
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY 'Order not released.'
               GO TO 4000-EXIT
           END-IF
           SET LGO-RELEASED TO TRUE
           MOVE ZERO TO LGO-HELD-AMOUNT
           MOVE WS-TODAY-DATE TO LGO-CLOSED-DATE
           REWRITE LEGAL-ORDER-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO RELEASE LEGAL ORDER '
                       LGO-ORDER-ID
                   MOVE 20 TO RETURN-CODE
               NOT INVALID KEY
                   DISPLAY 'Legal order released; its hold lifts '
                       'at the next posting run.'
           END-REWRITE.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 5000-INQUIRE-ORDER - display an order on file.
      *-----------------------------------------------------------*
       5000-INQUIRE-ORDER.
           DISPLAY 'Legal order number: '
           ACCEPT WS-PICK-ORDER-ID
           MOVE WS-PICK-ORDER-ID TO LGO-ORDER-ID
           READ LEGAL-ORDER-FILE
               INVALID KEY
                   DISPLAY 'Legal order not found.'
               NOT INVALID KEY
                   DISPLAY 'Account: ' LGO-ACCOUNT-ID
                       '  Type: ' LGO-ORDER-TYPE
                       '  Status: ' LGO-STATUS
                   DISPLAY 'Agency: ' LGO-AGENCY
                   DISPLAY 'Reference: ' LGO-AGENCY-REFERENCE
                   DISPLAY 'Ordered: ' LGO-AMOUNT-ORDERED
                       '  Protected: ' LGO-PROTECTED-AMOUNT
                   DISPLAY 'Effective: ' LGO-EFFECTIVE-DATE
                       '  Remit after: ' LGO-REMIT-AFTER-DATE
                   DISPLAY 'Remit by: ' LGO-REMIT-METHOD
                       '  Creditor account: ' LGO-CREDITOR-ACCOUNT
                   DISPLAY 'Held: ' LGO-HELD-AMOUNT
                       ' as of ' LGO-HOLD-DATE
                       '  Remitted: ' LGO-REMITTED-AMOUNT
                   DISPLAY 'Last remittance: ' LGO-LAST-REMIT-AMOUNT
                       ' on ' LGO-LAST-REMIT-DATE
                       '  UID ' LGO-LAST-REMIT-UID
                       '  Check ' LGO-LAST-REMIT-SERIAL
                   DISPLAY 'Entered ' LGO-ENTERED-DATE ' by '
                       LGO-ENTERED-BY '  Closed ' LGO-CLOSED-DATE
           END-READ.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - close files before going home.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE LEGAL-ORDER-FILE
               CLOSE ACCOUNT-MASTER
           END-IF.
       9000-EXIT.
           EXIT.
