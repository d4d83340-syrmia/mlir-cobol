      *-----------------------------------------------------------*
      * PROGRAM:      PLOGWIDE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Posting-log upgrade, CALLed by every program that reads
      * POSTING-LOG-RECORD (POSTLOG.CPY), straight after the READ.
      * A line written before the money fields were widened has
      * spaces where PLG-RECORD-VERSION now sits and its amount
      * and balances in PLG-V1-MONEY; they are moved up into the
      * wide fields, the old positions zeroed and the line marked
      * version 02.  A version-02 line is handed back untouched.
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
       PROGRAM-ID. PLOGWIDE.

       DATA DIVISION.
       LINKAGE SECTION.
       COPY "postlog.cpy".
       01  PWD-CALLER-RETURN-CODE   PIC S9(09) COMP-5.

       PROCEDURE DIVISION USING POSTING-LOG-RECORD
                         PWD-CALLER-RETURN-CODE.
       Main-Process.
           IF NOT PLG-RECORD-VERSION-2
               MOVE PLG-V1-AMOUNT TO PLG-AMOUNT
               MOVE PLG-V1-START-BALANCE TO PLG-START-BALANCE
               MOVE PLG-V1-END-BALANCE TO PLG-END-BALANCE
               MOVE ZERO TO PLG-V1-AMOUNT
               MOVE ZERO TO PLG-V1-START-BALANCE
               MOVE ZERO TO PLG-V1-END-BALANCE
               SET PLG-RECORD-VERSION-2 TO TRUE
           END-IF
           MOVE PWD-CALLER-RETURN-CODE TO RETURN-CODE
           GOBACK.
