      *-----------------------------------------------------------*
      * PROGRAM:      ACCTWIDE
      * AUTHOR:       R. BANNISTER, SYSTEMS & PROGRAMMING
      * INSTALLATION: ACCOUNTS DIVISION
      * DATE-WRITTEN: 2026-10-15
      * DATE-COMPILED: 2026-10-15
      *
      * Account-master upgrade.  The master carries no record
      * version of its own - it is converted whole by MONYCONV -
      * but an account record can still arrive in the old shape
      * from outside the master itself: a backup taken before the
      * conversion (RESTORE), or the account load file (ACCTLOAD).
      * An old-shape record is one whose widened money fields, at
      * the end of the record, are not numeric (they read as
      * spaces); its overdraft limit, withdrawal maximum and
      * balances are moved up from the ACCT-V1-* fields and the
      * old positions zeroed.  A converted record is handed back
      * untouched.  CALLed straight after the READ, with the
      * record just read.
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
       PROGRAM-ID. ACCTWIDE.

       DATA DIVISION.
       LINKAGE SECTION.
       COPY "acctmst.cpy".
       01  AWD-CALLER-RETURN-CODE   PIC S9(09) COMP-5.

       PROCEDURE DIVISION USING ACCOUNT-MASTER-RECORD
                         AWD-CALLER-RETURN-CODE.
       Main-Process.
           IF ACCT-LEDGER-BALANCE NOT NUMERIC
               MOVE ACCT-V1-OVERDRAFT-LIMIT TO ACCT-OVERDRAFT-LIMIT
               MOVE ACCT-V1-DAILY-WD-MAX-AMT
                   TO ACCT-DAILY-WD-MAX-AMT
               MOVE ACCT-V1-LEDGER-BALANCE TO ACCT-LEDGER-BALANCE
               MOVE ACCT-V1-UNCLEARED-TOTAL TO ACCT-UNCLEARED-TOTAL
               MOVE ACCT-V1-AVAILABLE-BALANCE
                   TO ACCT-AVAILABLE-BALANCE
               MOVE ZERO TO ACCT-V1-OVERDRAFT-LIMIT
               MOVE ZERO TO ACCT-V1-DAILY-WD-MAX-AMT
               MOVE ZERO TO ACCT-V1-LEDGER-BALANCE
               MOVE ZERO TO ACCT-V1-UNCLEARED-TOTAL
               MOVE ZERO TO ACCT-V1-AVAILABLE-BALANCE
           END-IF
           MOVE AWD-CALLER-RETURN-CODE TO RETURN-CODE
           GOBACK.
