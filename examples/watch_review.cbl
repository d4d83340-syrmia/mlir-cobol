      *
      * Modification History
      *   2026-09-02  RLB  Initial version.
      *   2026-10-15  RLB  A disposition records the day it was
      *                    made on the hit.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WLREVIEW.
       01  WS-PICK-SUB              PIC 9(04).
       01  WS-CLEARED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-BLOCKED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(08).

      *-----------------------------------------------------------*
      * The whole queue, held while the reviewer works it and
               10  WS-HIT-STATUS       PIC X(01).
               10  WS-HIT-BY           PIC X(20).
               10  WS-HIT-CODE         PIC X(04).
               10  WS-HIT-DISP-DATE    PIC 9(08).
       01  WS-LIST-LINE.
           05  WS-LL-HIT-ID         PIC 9(05).
           05  FILLER               PIC X(02) VALUE SPACES.
      * 1000-INITIALIZE - the whole queue into the table.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT WATCH-QUEUE
           IF WS-WQ-NOT-FOUND
               DISPLAY 'No review queue on hand - nothing to work.'
                       MOVE WLH-DISPOSED-BY TO WS-HIT-BY (WS-SUB)
                       MOVE WLH-DISPOSITION-CODE TO
                           WS-HIT-CODE (WS-SUB)
                       IF WLH-DISPOSED-DATE IS NUMERIC
                           MOVE WLH-DISPOSED-DATE TO
                               WS-HIT-DISP-DATE (WS-SUB)
                       ELSE
                           MOVE ZERO TO WS-HIT-DISP-DATE (WS-SUB)
                       END-IF
                   END-IF
           END-READ.
       1100-EXIT.
           MOVE WS-COMMAND(1:1) TO WS-HIT-STATUS (WS-PICK-SUB)
           MOVE WS-OPERATOR TO WS-HIT-BY (WS-PICK-SUB)
           MOVE WS-REASON-CODE TO WS-HIT-CODE (WS-PICK-SUB)
           MOVE WS-TODAY-DATE TO WS-HIT-DISP-DATE (WS-PICK-SUB)
           IF WS-COMMAND(1:1) = 'C'
               ADD 1 TO WS-CLEARED-COUNT
               DISPLAY 'Hit cleared.'
           MOVE WS-HIT-STATUS (WS-SUB) TO WLH-STATUS
           MOVE WS-HIT-BY (WS-SUB) TO WLH-DISPOSED-BY
           MOVE WS-HIT-CODE (WS-SUB) TO WLH-DISPOSITION-CODE
           MOVE WS-HIT-DISP-DATE (WS-SUB) TO WLH-DISPOSED-DATE
           WRITE WATCH-HIT-RECORD.
       8100-EXIT.
           EXIT.
