      *                    the sensitive fields back, so the
      *                    approval is the only record of the
      *                    change a replay can apply.
      *   2026-10-15  RLB  WS-BEFORE-IMAGE widened to PIC X(300)
      *                    to match the wider MSTJRNL images.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTAPPR.
       01  WS-CURRENT-TIMESTAMP     PIC 9(14).
       01  WS-JOURNAL-STATUS        PIC X(02).
           88  WS-JR-NOT-FOUND                VALUE '35'.
       01  WS-BEFORE-IMAGE          PIC X(300).
       01  WS-JOURNAL-STAMP         PIC 9(14).
       01  WS-AUDIT-RECORD.
           05  WS-AUD-TIMESTAMP     PIC 9(14).
