      *
      * Modification History
      *   2026-02-21  RLB  Initial layout.
      *   2026-10-15  RLB  Record version 02.  The closing
      *                    balance and day totals are carried to
      *                    eleven whole digits at the end of the
      *                    record, behind BHS-RECORD-VERSION; the
      *                    version-01 fields keep their positions
      *                    as BHS-V1-MONEY.  An older snapshot is
      *                    lifted by BHSTWIDE.
      *-----------------------------------------------------------*
       01  BALANCE-HISTORY-RECORD.
           05  BHS-ACCOUNT-ID          PIC 9(07).
           05  BHS-SNAPSHOT-DATE       PIC 9(08).
           05  BHS-V1-MONEY.
               10  BHS-V1-CLOSING-BALANCE
                                       PIC S9(06)V9(02)
                   SIGN IS TRAILING SEPARATE.
               10  BHS-V1-DEBIT-TOTAL  PIC 9(09)V9(02).
               10  BHS-V1-CREDIT-TOTAL PIC 9(09)V9(02).
           05  BHS-RECORD-VERSION      PIC X(02).
               88  BHS-RECORD-VERSION-2          VALUE '02'.
           05  BHS-CLOSING-BALANCE     PIC S9(11)V9(02)
               SIGN IS TRAILING SEPARATE.
           05  BHS-DEBIT-TOTAL         PIC 9(11)V9(02).
           05  BHS-CREDIT-TOTAL        PIC 9(11)V9(02).
