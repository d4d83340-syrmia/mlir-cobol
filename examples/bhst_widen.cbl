      *-----------------------------------------------------------*
      * PROGRAM:      BHSTWIDE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Balance-snapshot upgrade, CALLed by every program that
      * reads BALANCE-HISTORY-RECORD (BALHIST.CPY), straight after
      * the READ.  A snapshot written before the money fields were
      * widened has spaces where BHS-RECORD-VERSION now sits and
      * its closing balance and day totals in BHS-V1-MONEY; they
      * are moved up into the wide fields, the old positions
      * zeroed and the snapshot marked version 02.  A version-02
      * snapshot is handed back untouched.
      *
      * The caller passes its RETURN-CODE along with the record
      * and has it handed back as it was - a CALL otherwise leaves
      * the caller holding this program's return code, and these
      * reads are often well into a run that has already set a
      * warning.
      *
      * Modification History
      *   2026-10-15  RLB  Initial version.
      *-----------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHSTWIDE.

       DATA DIVISION.
       LINKAGE SECTION.
       COPY "balhist.cpy".
       01  BWD-CALLER-RETURN-CODE   PIC S9(09) COMP-5.

       PROCEDURE DIVISION USING BALANCE-HISTORY-RECORD
                         BWD-CALLER-RETURN-CODE.
       Main-Process.
           IF NOT BHS-RECORD-VERSION-2
               MOVE BHS-V1-CLOSING-BALANCE TO BHS-CLOSING-BALANCE
               MOVE BHS-V1-DEBIT-TOTAL TO BHS-DEBIT-TOTAL
               MOVE BHS-V1-CREDIT-TOTAL TO BHS-CREDIT-TOTAL
               MOVE ZERO TO BHS-V1-CLOSING-BALANCE
               MOVE ZERO TO BHS-V1-DEBIT-TOTAL
               MOVE ZERO TO BHS-V1-CREDIT-TOTAL
               SET BHS-RECORD-VERSION-2 TO TRUE
           END-IF
           MOVE BWD-CALLER-RETURN-CODE TO RETURN-CODE
           GOBACK.
