      *-----------------------------------------------------------*
      * PROGRAM:      SUSPWIDE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Suspense-record upgrade, CALLed by every program that
      * reads SUSPENSE-RECORD (SUSPFILE.CPY), straight after the
      * READ.  A line written before the money fields were
      * widened has spaces where SUS-RECORD-VERSION now sits and
      * its amount and balance in SUS-V1-MONEY; they are moved up
      * into the wide fields, the old positions zeroed and the
      * line marked version 02.  A version-02 line is handed back
      * untouched.
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
       PROGRAM-ID. SUSPWIDE.

       DATA DIVISION.
       LINKAGE SECTION.
       COPY "suspfile.cpy".
       01  SWD-CALLER-RETURN-CODE   PIC S9(09) COMP-5.

       PROCEDURE DIVISION USING SUSPENSE-RECORD
                         SWD-CALLER-RETURN-CODE.
       Main-Process.
           IF NOT SUS-RECORD-VERSION-2
               MOVE SUS-V1-AMOUNT TO SUS-AMOUNT
               MOVE SUS-V1-START-BALANCE TO SUS-START-BALANCE
               MOVE ZERO TO SUS-V1-AMOUNT
               MOVE ZERO TO SUS-V1-START-BALANCE
               SET SUS-RECORD-VERSION-2 TO TRUE
           END-IF
           MOVE SWD-CALLER-RETURN-CODE TO RETURN-CODE
           GOBACK.
