      *-----------------------------------------------------------*
      * PROGRAM:      HOLDWIDE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Funds-hold upgrade, CALLed by every program that reads
      * FUNDS-HOLD-RECORD (HOLDFILE.CPY), straight after the READ.
      * A hold written before the amount was widened has spaces
      * where HLD-RECORD-VERSION now sits and its amount in
      * HLD-V1-AMOUNT; it is moved up into the wide field, the old
      * position zeroed and the hold marked version 02.  A
      * version-02 hold is handed back untouched.
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
       PROGRAM-ID. HOLDWIDE.

       DATA DIVISION.
       LINKAGE SECTION.
       COPY "holdfile.cpy".
       01  HWD-CALLER-RETURN-CODE   PIC S9(09) COMP-5.

       PROCEDURE DIVISION USING FUNDS-HOLD-RECORD
                         HWD-CALLER-RETURN-CODE.
       Main-Process.
           IF NOT HLD-RECORD-VERSION-2
               MOVE HLD-V1-AMOUNT TO HLD-AMOUNT
               MOVE ZERO TO HLD-V1-AMOUNT
               SET HLD-RECORD-VERSION-2 TO TRUE
           END-IF
           MOVE HWD-CALLER-RETURN-CODE TO RETURN-CODE
           GOBACK.
