      *-----------------------------------------------------------*
      * PROGRAM:      SARREFER
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Suspicious-activity case referral, CALLed by the
      * monitoring reports (STRUCRPT, KITERPT, LRGTRPT, WLSCREEN)
      * once for each item they flag.  The item is put on the
      * customer's open case (SARCASE), or a new case is opened
      * for the customer with its filing deadline the SARPARM
      * deadline days from the business date; the item itself
      * goes on SARITEM under the case.  An item already on the
      * case - a report rerun - is turned away, so the case
      * counts what was flagged, not how often.  A report that
      * knows only the account passes a zero customer and the
      * account's primary holder (off CUSTACCT) is used.
      *
      * The files open on the first call and stay open for the
      * report; the report's FINISH call closes them, and the
      * next report to call starts afresh.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARREFER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-CASE-FILE ASSIGN TO "SARCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCS-KEY
               FILE STATUS IS WS-CASE-STATUS.
           SELECT SAR-ITEM-FILE ASSIGN TO "SARITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCI-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           SELECT CUSTOMER-ACCOUNT ASSIGN TO "CUSTACCT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAR-KEY
               FILE STATUS IS WS-LINK-FILE-STATUS.
           SELECT SAR-PARM ASSIGN TO "SARPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SAR-CASE-FILE.
       COPY "sarcase.cpy".

       FD  SAR-ITEM-FILE.
       COPY "saritem.cpy".

       FD  CUSTOMER-ACCOUNT.
       COPY "custacct.cpy".

       FD  SAR-PARM.
       COPY "sarparm.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-CASE-STATUS           PIC X(02).
           88  WS-CS-OK                       VALUE '00'.
           88  WS-CS-NOT-FOUND                VALUE '35'.
       01  WS-ITEM-STATUS           PIC X(02).
           88  WS-IT-OK                       VALUE '00'.
           88  WS-IT-NOT-FOUND                VALUE '35'.
       01  WS-LINK-FILE-STATUS      PIC X(02).
           88  WS-LK-OK                       VALUE '00'.
       01  WS-PARM-STATUS           PIC X(02).
           88  WS-PM-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-STARTED-SW            PIC X(01) VALUE 'N'.
           88  WS-STARTED                     VALUE 'Y'.
       01  WS-FILES-OPEN-SW         PIC X(01) VALUE 'N'.
           88  WS-FILES-OPEN                  VALUE 'Y'.
       01  WS-LINK-EOF-SW           PIC X(01).
           88  WS-END-OF-LINKS                VALUE 'Y'.
       01  WS-CASE-EOF-SW           PIC X(01).
           88  WS-END-OF-CASES                VALUE 'Y'.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-DEADLINE-DAYS         PIC 9(03) VALUE 30.
       01  WS-CUSTOMER-ID           PIC 9(07).
       01  WS-OPEN-CASE-SEQ         PIC 9(03).
       01  WS-LAST-CASE-SEQ         PIC 9(03).
       01  WS-HL-SUB                PIC 9(04).
       01  WS-HL-HIT-SUB            PIC 9(04).
       01  WS-HL-ENTRIES            PIC 9(04) VALUE ZERO.
       01  WS-HL-MAX                PIC 9(04) VALUE 5000.
       01  WS-HOLDER-TABLE.
           05  WS-HL-ENTRY OCCURS 5000 TIMES.
               10  WS-HL-ACCOUNT-ID    PIC 9(07).
               10  WS-HL-CUSTOMER-ID   PIC 9(07).

       LINKAGE SECTION.
       COPY "sarlink.cpy".

       PROCEDURE DIVISION USING SAR-REFERRAL-PARM.
       Main-Process.
           IF SRF-FINISH
               PERFORM 9000-TERMINATE THRU 9000-EXIT
               GOBACK
           END-IF
           IF NOT WS-STARTED
               PERFORM 1000-INITIALIZE THRU 1000-EXIT
           END-IF
           MOVE ZERO TO SRF-CASE-SEQ
           IF NOT WS-FILES-OPEN
               SET SRF-CASE-FILES-DOWN TO TRUE
               GOBACK
           END-IF
           PERFORM 2000-REFER-ITEM THRU 2000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE - once per report.  Without the case or
      * item file nothing can be referred and every call says
      * so; the report carries on regardless.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           SET WS-STARTED TO TRUE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
           PERFORM 1400-READ-SAR-PARM THRU 1400-EXIT
           OPEN I-O SAR-CASE-FILE
           IF WS-CS-NOT-FOUND
               OPEN OUTPUT SAR-CASE-FILE
               CLOSE SAR-CASE-FILE
               OPEN I-O SAR-CASE-FILE
           END-IF
           OPEN I-O SAR-ITEM-FILE
           IF WS-IT-NOT-FOUND
               OPEN OUTPUT SAR-ITEM-FILE
               CLOSE SAR-ITEM-FILE
               OPEN I-O SAR-ITEM-FILE
           END-IF
           IF NOT WS-CS-OK OR NOT WS-IT-OK
               DISPLAY 'UNABLE TO OPEN SAR CASE FILES - NOTHING '
                   'REFERRED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               IF WS-CS-OK
                   CLOSE SAR-CASE-FILE
               END-IF
               IF WS-IT-OK
                   CLOSE SAR-ITEM-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF
           SET WS-FILES-OPEN TO TRUE
           PERFORM 1500-LOAD-PRIMARY-HOLDERS THRU 1500-EXIT.
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
      * 1400-READ-SAR-PARM - the filing deadline in days; a
      * missing card or a zero keeps 30.
      *-----------------------------------------------------------*
       1400-READ-SAR-PARM.
           OPEN INPUT SAR-PARM
           IF WS-PM-OK
               READ SAR-PARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SRM-DEADLINE-DAYS NUMERIC
                           AND SRM-DEADLINE-DAYS > ZERO
                           MOVE SRM-DEADLINE-DAYS
                               TO WS-DEADLINE-DAYS
                       END-IF
               END-READ
               CLOSE SAR-PARM
           END-IF.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 1500-LOAD-PRIMARY-HOLDERS - each account's primary holder
      * off the link file, for the reports that know only the
      * account.  A link file that will not open, or a table too
      * small, leaves those items unreferred and said so.
      *-----------------------------------------------------------*
       1500-LOAD-PRIMARY-HOLDERS.
           MOVE ZERO TO WS-HL-ENTRIES
           OPEN INPUT CUSTOMER-ACCOUNT
           IF NOT WS-LK-OK
               DISPLAY 'NO CUSTOMER LINK FILE - ACCOUNT-ONLY ITEMS '
                   'NOT REFERRED'
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-LINK-EOF-SW
           PERFORM 1550-LOAD-ONE-LINK THRU 1550-EXIT
               UNTIL WS-END-OF-LINKS
           CLOSE CUSTOMER-ACCOUNT.
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-LINK.
           READ CUSTOMER-ACCOUNT NEXT RECORD
               AT END
                   SET WS-END-OF-LINKS TO TRUE
                   GO TO 1550-EXIT
           END-READ
           IF NOT CAR-ROLE-PRIMARY
               GO TO 1550-EXIT
           END-IF
           IF WS-HL-ENTRIES = WS-HL-MAX
               DISPLAY 'PRIMARY HOLDER TABLE FULL - SOME ITEMS NOT '
                   'REFERRED'
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET WS-END-OF-LINKS TO TRUE
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO WS-HL-ENTRIES
           MOVE CAR-ACCOUNT-ID TO WS-HL-ACCOUNT-ID (WS-HL-ENTRIES)
           MOVE CAR-CUSTOMER-ID TO WS-HL-CUSTOMER-ID (WS-HL-ENTRIES).
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2000-REFER-ITEM - whose item it is, their open case (or a
      * new one), and the item onto it.
      *-----------------------------------------------------------*
       2000-REFER-ITEM.
           MOVE SRF-CUSTOMER-ID TO WS-CUSTOMER-ID
           IF WS-CUSTOMER-ID = ZERO
               PERFORM 2100-FIND-PRIMARY-HOLDER THRU 2100-EXIT
           END-IF
           IF WS-CUSTOMER-ID = ZERO
               SET SRF-NO-CUSTOMER TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2200-FIND-OPEN-CASE THRU 2200-EXIT
           IF WS-OPEN-CASE-SEQ = ZERO
               PERFORM 2300-OPEN-NEW-CASE THRU 2300-EXIT
               IF NOT SRF-CASE-OPENED
                   GO TO 2000-EXIT
               END-IF
           ELSE
               MOVE WS-CUSTOMER-ID TO SCS-CUSTOMER-ID
               MOVE WS-OPEN-CASE-SEQ TO SCS-CASE-SEQ
               READ SAR-CASE-FILE
                   INVALID KEY
                       SET SRF-CASE-FILES-DOWN TO TRUE
                       GO TO 2000-EXIT
               END-READ
               SET SRF-CASE-ADDED TO TRUE
           END-IF
           MOVE SCS-CASE-SEQ TO SRF-CASE-SEQ
           PERFORM 2400-ADD-ITEM THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

       2100-FIND-PRIMARY-HOLDER.
           MOVE ZERO TO WS-HL-SUB
           MOVE ZERO TO WS-HL-HIT-SUB
           PERFORM 2150-MATCH-ONE-HOLDER THRU 2150-EXIT
               UNTIL WS-HL-SUB = WS-HL-ENTRIES
                  OR WS-HL-HIT-SUB > ZERO
           IF WS-HL-HIT-SUB > ZERO
               MOVE WS-HL-CUSTOMER-ID (WS-HL-HIT-SUB)
                   TO WS-CUSTOMER-ID
           END-IF.
       2100-EXIT.
           EXIT.

       2150-MATCH-ONE-HOLDER.
           ADD 1 TO WS-HL-SUB
           IF WS-HL-ACCOUNT-ID (WS-HL-SUB) = SRF-ACCOUNT-ID
               MOVE WS-HL-SUB TO WS-HL-HIT-SUB
           END-IF.
       2150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-FIND-OPEN-CASE - the customer's cases run together
      * from their key; note the open one and the highest case
      * number used.
      *-----------------------------------------------------------*
       2200-FIND-OPEN-CASE.
           MOVE ZERO TO WS-OPEN-CASE-SEQ
           MOVE ZERO TO WS-LAST-CASE-SEQ
           MOVE 'N' TO WS-CASE-EOF-SW
           MOVE WS-CUSTOMER-ID TO SCS-CUSTOMER-ID
           MOVE ZERO TO SCS-CASE-SEQ
           START SAR-CASE-FILE KEY NOT LESS THAN SCS-KEY
               INVALID KEY
                   GO TO 2200-EXIT
           END-START
           PERFORM 2250-TEST-ONE-CASE THRU 2250-EXIT
               UNTIL WS-END-OF-CASES.
       2200-EXIT.
           EXIT.

       2250-TEST-ONE-CASE.
           READ SAR-CASE-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-CASES TO TRUE
                   GO TO 2250-EXIT
           END-READ
           IF SCS-CUSTOMER-ID NOT = WS-CUSTOMER-ID
               SET WS-END-OF-CASES TO TRUE
               GO TO 2250-EXIT
           END-IF
           MOVE SCS-CASE-SEQ TO WS-LAST-CASE-SEQ
           IF SCS-OPEN
               MOVE SCS-CASE-SEQ TO WS-OPEN-CASE-SEQ
           END-IF.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2300-OPEN-NEW-CASE - the next case number for the
      * customer, with the deadline counted from today.
      *-----------------------------------------------------------*
       2300-OPEN-NEW-CASE.
           IF WS-LAST-CASE-SEQ = 999
               DISPLAY 'NO CASE NUMBERS LEFT FOR CUSTOMER '
                   WS-CUSTOMER-ID
               SET SRF-CASE-FILES-DOWN TO TRUE
               GO TO 2300-EXIT
           END-IF
           MOVE WS-CUSTOMER-ID TO SCS-CUSTOMER-ID
           COMPUTE SCS-CASE-SEQ = WS-LAST-CASE-SEQ + 1
           SET SCS-OPEN TO TRUE
           MOVE WS-TODAY-DATE TO SCS-OPENED-DATE
           COMPUTE SCS-FILING-DEADLINE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
                + WS-DEADLINE-DAYS)
           MOVE WS-TODAY-DATE TO SCS-LAST-ACTIVITY-DATE
           MOVE 'NNNN' TO SCS-SOURCES
           MOVE ZERO TO SCS-ITEM-COUNT
           MOVE ZERO TO SCS-TOTAL-AMOUNT
           MOVE SPACES TO SCS-INVESTIGATOR
           MOVE ZERO TO SCS-ASSIGNED-DATE
           MOVE ZERO TO SCS-NOTE-COUNT
           MOVE ZERO TO SCS-CLOSED-DATE
           MOVE SPACES TO SCS-CLOSED-BY
           MOVE SPACES TO SCS-FILING-REFERENCE
           WRITE SAR-CASE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO OPEN SAR CASE FOR CUSTOMER '
                       WS-CUSTOMER-ID
                   SET SRF-CASE-FILES-DOWN TO TRUE
                   GO TO 2300-EXIT
           END-WRITE
           SET SRF-CASE-OPENED TO TRUE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2400-ADD-ITEM - the item under the case; a duplicate key
      * means it is already there and the case is left alone.
      *-----------------------------------------------------------*
       2400-ADD-ITEM.
           MOVE SCS-CUSTOMER-ID TO SCI-CUSTOMER-ID
           MOVE SCS-CASE-SEQ TO SCI-CASE-SEQ
           MOVE SRF-SOURCE TO SCI-SOURCE
           MOVE SRF-ACCOUNT-ID TO SCI-ACCOUNT-ID
           MOVE SRF-UID TO SCI-UID
           MOVE SRF-ACTIVITY-DATE TO SCI-ACTIVITY-DATE
           MOVE SRF-AMOUNT TO SCI-AMOUNT
           MOVE WS-TODAY-DATE TO SCI-ADDED-DATE
           WRITE SAR-CASE-ITEM-RECORD
               INVALID KEY
                   IF NOT SRF-CASE-OPENED
                       SET SRF-ALREADY-ON-CASE TO TRUE
                   END-IF
                   GO TO 2400-EXIT
           END-WRITE
           ADD 1 TO SCS-ITEM-COUNT
           ADD SRF-AMOUNT TO SCS-TOTAL-AMOUNT
           MOVE WS-TODAY-DATE TO SCS-LAST-ACTIVITY-DATE
           EVALUATE TRUE
               WHEN SRF-SOURCE-STRUCTURING
                   MOVE 'Y' TO SCS-SRC-STRUCTURING
               WHEN SRF-SOURCE-KITING
                   MOVE 'Y' TO SCS-SRC-KITING
               WHEN SRF-SOURCE-LARGE-TRAN
                   MOVE 'Y' TO SCS-SRC-LARGE-TRAN
               WHEN SRF-SOURCE-WATCH-LIST
                   MOVE 'Y' TO SCS-SRC-WATCH-LIST
           END-EVALUATE
           REWRITE SAR-CASE-RECORD
               INVALID KEY
                   DISPLAY 'UNABLE TO UPDATE SAR CASE '
                       SCS-CUSTOMER-ID '/' SCS-CASE-SEQ
           END-REWRITE.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE - the report is done; close up so the next
      * report to call opens afresh.
      *-----------------------------------------------------------*
       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE SAR-CASE-FILE
               CLOSE SAR-ITEM-FILE
           END-IF
           MOVE 'N' TO WS-FILES-OPEN-SW
           MOVE 'N' TO WS-STARTED-SW.
       9000-EXIT.
           EXIT.
