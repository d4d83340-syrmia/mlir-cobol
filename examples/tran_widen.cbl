      *-----------------------------------------------------------*
      * PROGRAM:      TRANWIDE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Transaction-record upgrade, CALLed by every program that
      * reads TRANSACTION-RECORD (TRANREC.CPY), straight after the
      * READ, with the record just read.  A version-01 record -
      * one written before the money fields were widened, still
      * coming in on an upstream feed, the warehouse, the archive
      * or a backup - carries its amount and balances in
      * TRAN-V1-MONEY; they are moved up into the wide fields, the
      * old positions zeroed and the record marked version 02, so
      * the caller sees one shape whatever was on the file.  A
      * version-02 record, or one of no version this program
      * knows, is handed back untouched.
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
       PROGRAM-ID. TRANWIDE.

       DATA DIVISION.
       LINKAGE SECTION.
       COPY "tranrec.cpy".
       01  TWD-CALLER-RETURN-CODE   PIC S9(09) COMP-5.

       PROCEDURE DIVISION USING TRANSACTION-RECORD
                         TWD-CALLER-RETURN-CODE.
       Main-Process.
           IF TRAN-RECORD-VERSION-1
               MOVE TRAN-V1-AMOUNT TO AMOUNT
               MOVE TRAN-V1-START-BALANCE TO START-BALANCE
               MOVE TRAN-V1-END-BALANCE TO END-BALANCE
               MOVE ZERO TO TRAN-V1-AMOUNT
               MOVE ZERO TO TRAN-V1-START-BALANCE
               MOVE ZERO TO TRAN-V1-END-BALANCE
               SET TRAN-RECORD-VERSION-2 TO TRUE
           END-IF
           MOVE TWD-CALLER-RETURN-CODE TO RETURN-CODE
           GOBACK.
