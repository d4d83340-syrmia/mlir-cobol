      *                    with its old records already appended
      *                    to the generation, and the next
      *                    successful cut appended them again.
      *   2026-10-15  RLB  Posting-log lines widened to the
      *                    version-02 record length.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGRET.
       01  LOGIN-AUDIT-ARC-LINE        PIC X(132).

       FD  POSTING-LOG.
       01  POSTING-LOG-LINE            PIC X(135).

       FD  POSTING-LOG-ARC.
       01  POSTING-LOG-ARC-LINE        PIC X(135).

       FD  STEP-AUDIT.
       01  STEP-AUDIT-LINE             PIC X(132).
       01  WS-TODAY-DATE            PIC 9(08).
       01  WS-CUTOFF-DATE           PIC 9(08).
       01  WS-CUTOFF-INT            PIC 9(07).
       01  WS-LOG-LINE              PIC X(135).
       01  WS-RECORD-DATE-X         PIC X(08).
       01  WS-RECORD-DATE           REDEFINES WS-RECORD-DATE-X
                                    PIC 9(08).
       01  WS-KEEP-TABLE-ENTRIES    PIC 9(04).
       01  WS-KEEP-TABLE.
           05  WS-KEEP-LINE OCCURS 2000 TIMES
                                    PIC X(135).

       PROCEDURE DIVISION.
       Main-Process.
