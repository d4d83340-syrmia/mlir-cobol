      *
      * Modification History
      *   2026-09-02  RLB  Initial layout.
      *   2026-10-15  RLB  Added R15 beneficiary deceased, for a
      *                    deposit to the account of a customer
      *                    whose estate DECEASED has worked.
      *-----------------------------------------------------------*
       01  PAYROLL-RETURN-RECORD.
           05  PRT-ORIGINATOR-ID       PIC X(10).
               88  PRT-ACCOUNT-CLOSED            VALUE 'R02'.
               88  PRT-NO-ACCOUNT                VALUE 'R03'.
               88  PRT-INVALID-ACCOUNT           VALUE 'R04'.
               88  PRT-BENEFICIARY-DECEASED      VALUE 'R15'.
           05  PRT-RETURN-DATE         PIC 9(08).
