      *                    is rebuilt from the partition hold
      *                    files, completing the split night's
      *                    hand-back.
      *   2026-10-15  RLB  Eleven-digit money fields: records
      *                    read pass through PLOGWIDE so old-
      *                    layout records are accepted; money
      *                    work fields and line lengths widened.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTMERG.
       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-LOG-1.
       01  PARTITION-LOG-LINE-1        PIC X(135).

       FD  PARTITION-LOG-2.
       01  PARTITION-LOG-LINE-2        PIC X(135).

       FD  PARTITION-LOG-3.
       01  PARTITION-LOG-LINE-3        PIC X(135).

       FD  PARTITION-LOG-4.
       01  PARTITION-LOG-LINE-4        PIC X(135).

       FD  POSTING-LOG.
       01  POSTING-LOG-LINE            PIC X(135).

       FD  PARTITION-SUSP-1.
       01  PARTITION-SUSP-LINE-1       PIC X(136).

       FD  PARTITION-SUSP-2.
       01  PARTITION-SUSP-LINE-2       PIC X(136).

       FD  PARTITION-SUSP-3.
       01  PARTITION-SUSP-LINE-3       PIC X(136).

       FD  PARTITION-SUSP-4.
       01  PARTITION-SUSP-LINE-4       PIC X(136).

       FD  SUSPENSE-FILE.
       01  SUSPENSE-LINE               PIC X(136).

       FD  PARTITION-UID-1.
       01  PARTITION-UID-LINE-1        PIC X(05).
       01  UID-SEQUENCE-LINE           PIC X(05).

       FD  PARTITION-HOLD-1.
       01  PARTITION-HOLD-LINE-1       PIC X(43).

       FD  PARTITION-HOLD-2.
       01  PARTITION-HOLD-LINE-2       PIC X(43).

       FD  PARTITION-HOLD-3.
       01  PARTITION-HOLD-LINE-3       PIC X(43).

       FD  PARTITION-HOLD-4.
       01  PARTITION-HOLD-LINE-4       PIC X(43).

       FD  FUNDS-HOLD-FILE.
       01  FUNDS-HOLD-LINE             PIC X(43).

       FD  CONTROL-CARD.
       COPY "ctltotal.cpy".
       01  WS-UID-MERGED-COUNT      PIC 9(07) VALUE ZERO.
       01  WS-HOLD-MERGED-COUNT     PIC 9(07) VALUE ZERO.
       01  WS-POSTED-COUNT          PIC 9(07) VALUE ZERO.
       01  WS-POSTED-AMOUNT         PIC 9(13)V9(02) VALUE ZERO.
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-UID-SUB               PIC 9(04).
       01  WS-UID-HIT-SUB           PIC 9(04).
           05  WS-POSTED-UID OCCURS 5000 TIMES PIC 9(05).
       COPY "postlog.cpy" REPLACING POSTING-LOG-RECORD
           BY WS-POSTING-LOG-RECORD.
       01  WS-MERGE-LINE            PIC X(135).
       01  WS-SUSP-MERGE-LINE       PIC X(136).
       01  WS-UID-MERGE-LINE        PIC X(05).
       01  WS-HOLD-MERGE-LINE       PIC X(43).

       PROCEDURE DIVISION.
       Main-Process.
           END-IF
           MOVE WS-MERGE-LINE TO WS-POSTING-LOG-RECORD
           IF WS-MERGE-LINE(1:5) IS NUMERIC
               CALL 'PLOGWIDE' USING WS-POSTING-LOG-RECORD
                   RETURN-CODE
               MOVE WS-RUN-NUMBER TO PLG-RUN-NUMBER
                   IN WS-POSTING-LOG-RECORD
               IF PLG-RESULT IN WS-POSTING-LOG-RECORD
