      *-----------------------------------------------------------*
      * PROGRAM:      TDINSTR
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Term-deposit customer instructions.  Reads the changes
      * customers give the branch ahead of maturity (TDINST - the
      * account, a new maturity disposition, and a new term for
      * the renewal) and applies them to the contract TDMATURE
      * will dispose of.  A blank disposition or a zero term
      * leaves that part of the contract as it was.
      *
      * An instruction is taken only while the contract is open
      * and has not yet matured (the maturity date itself still
      * counts, TDMATURE running later in the night).  The
      * renewal term takes effect at the next roll-over only;
      * the term now running is not changed.
      *
      * A contract already sent its pre-maturity notice has the
      * notice cleared, so TDNOTICE confirms the new instruction
      * to the customer with a fresh letter.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDINSTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-INPUT ASSIGN TO "TDINST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-STATUS.
           SELECT TERM-DEPOSIT-FILE ASSIGN TO "TERMDEP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TDP-ACCOUNT-ID
               FILE STATUS IS WS-TERM-STATUS.
           SELECT BUSINESS-DATE-CARD ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUS-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTRUCTION-INPUT.
       01  INSTRUCTION-INPUT-RECORD.
           05  TDX-ACCOUNT-ID          PIC 9(07).
           05  TDX-DISPOSITION         PIC X(01).
           05  TDX-RENEWAL-TERM-DAYS   PIC 9(04).

       FD  TERM-DEPOSIT-FILE.
       COPY "termdep.cpy".

       FD  BUSINESS-DATE-CARD.
       COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01  WS-INPUT-STATUS          PIC X(02).
           88  WS-IN-OK                       VALUE '00'.
       01  WS-TERM-STATUS           PIC X(02).
           88  WS-TD-OK                       VALUE '00'.
       01  WS-BUS-DATE-STATUS       PIC X(02).
           88  WS-BD-OK                       VALUE '00'.
       01  WS-EOF-SW                PIC X(01) VALUE 'N'.
           88  WS-END-OF-INPUT                VALUE 'Y'.
       01  WS-APPLIED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-REJECTED-COUNT        PIC 9(05) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(08).

       PROCEDURE DIVISION.
       Main-Process.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           PERFORM 2000-PROCESS-INSTRUCTIONS THRU 2000-EXIT
               UNTIL WS-END-OF-INPUT
           PERFORM 9000-TERMINATE THRU 9000-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * 1000-INITIALIZE
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           OPEN INPUT INSTRUCTION-INPUT
           OPEN I-O TERM-DEPOSIT-FILE
           IF NOT WS-IN-OK OR NOT WS-TD-OK
               DISPLAY 'UNABLE TO OPEN TERM-DEPOSIT INSTRUCTION '
                   'FILES'
               MOVE 16 TO RETURN-CODE
               SET WS-END-OF-INPUT TO TRUE
           ELSE
               ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
               PERFORM 1300-READ-BUSINESS-DATE THRU 1300-EXIT
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
      * 2000-PROCESS-INSTRUCTIONS
      *-----------------------------------------------------------*
       2000-PROCESS-INSTRUCTIONS.
           READ INSTRUCTION-INPUT
               AT END
                   SET WS-END-OF-INPUT TO TRUE
               NOT AT END
                   PERFORM 2100-SCREEN-INSTRUCTION THRU 2100-EXIT
           END-READ.
       2000-EXIT.
           EXIT.

       2100-SCREEN-INSTRUCTION.
           IF TDX-DISPOSITION NOT = 'R' AND 'P' AND SPACE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'INSTRUCTION REJECTED, DISPOSITION NOT '
                   'R/P: ' TDX-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           IF TDX-RENEWAL-TERM-DAYS NOT NUMERIC
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'INSTRUCTION REJECTED, TERM NOT NUMERIC: '
                   TDX-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           IF TDX-DISPOSITION = SPACE
               AND TDX-RENEWAL-TERM-DAYS = ZERO
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'INSTRUCTION REJECTED, NOTHING TO CHANGE: '
                   TDX-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           MOVE TDX-ACCOUNT-ID TO TDP-ACCOUNT-ID
           READ TERM-DEPOSIT-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   DISPLAY 'INSTRUCTION REJECTED, NO CONTRACT: '
                       TDX-ACCOUNT-ID
                   GO TO 2100-EXIT
           END-READ
           IF NOT TDP-OPEN
               OR TDP-MATURITY-DATE < WS-TODAY-DATE
               ADD 1 TO WS-REJECTED-COUNT
               DISPLAY 'INSTRUCTION REJECTED, CONTRACT MATURED OR '
                   'CLOSED: ' TDX-ACCOUNT-ID
               GO TO 2100-EXIT
           END-IF
           PERFORM 2200-APPLY-INSTRUCTION THRU 2200-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 2200-APPLY-INSTRUCTION
      *-----------------------------------------------------------*
       2200-APPLY-INSTRUCTION.
           IF TDX-DISPOSITION NOT = SPACE
               MOVE TDX-DISPOSITION TO TDP-DISPOSITION
           END-IF
           IF TDX-RENEWAL-TERM-DAYS > ZERO
               MOVE TDX-RENEWAL-TERM-DAYS TO TDP-RENEWAL-TERM-DAYS
           ELSE
               IF TDP-RENEWAL-TERM-DAYS NOT NUMERIC
                   MOVE ZERO TO TDP-RENEWAL-TERM-DAYS
               END-IF
           END-IF
           MOVE ZERO TO TDP-NOTICE-DATE
           IF TDP-GRACE-END-DATE NOT NUMERIC
               MOVE ZERO TO TDP-GRACE-END-DATE
           END-IF
           REWRITE TERM-DEPOSIT-RECORD
               INVALID KEY
                   DISPLAY 'CONTRACT REWRITE FAILED: '
                       TDX-ACCOUNT-ID
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
           END-REWRITE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * 9000-TERMINATE
      *-----------------------------------------------------------*
       9000-TERMINATE.
           DISPLAY 'INSTRUCTIONS APPLIED: ' WS-APPLIED-COUNT
           DISPLAY 'INSTRUCTIONS REJECTED: ' WS-REJECTED-COUNT
           CLOSE INSTRUCTION-INPUT
           CLOSE TERM-DEPOSIT-FILE.
       9000-EXIT.
           EXIT.
