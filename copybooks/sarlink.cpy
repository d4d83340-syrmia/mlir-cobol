      *-----------------------------------------------------------*
      * SARLINK.CPY
      *
      * SAR-REFERRAL-PARM - the parameter area a monitoring
      * report passes the case referral subprogram (SARREFER)
      * for each item it flags: the report, the customer (zero
      * if the report only knows the account - SARREFER finds
      * the primary holder), the account, the transaction UID,
      * the activity date and amount.  SARREFER hands back what
      * it did and the case number.  A FINISH call at the end of
      * the report closes the case files.
      *
      *   Result O - a new case was opened for the item.
      *          A - the item was added to the open case.
      *          D - the item is already on the case.
      *          U - no customer could be found for the account.
      *          X - the case files could not be opened.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SAR-REFERRAL-PARM.
           05  SRF-FUNCTION            PIC X(01).
               88  SRF-REFER                     VALUE 'R'.
               88  SRF-FINISH                    VALUE 'F'.
           05  SRF-SOURCE              PIC X(04).
               88  SRF-SOURCE-STRUCTURING        VALUE 'STRC'.
               88  SRF-SOURCE-KITING             VALUE 'KITE'.
               88  SRF-SOURCE-LARGE-TRAN         VALUE 'LRGT'.
               88  SRF-SOURCE-WATCH-LIST         VALUE 'WLST'.
           05  SRF-CUSTOMER-ID         PIC 9(07).
           05  SRF-ACCOUNT-ID          PIC 9(07).
           05  SRF-UID                 PIC 9(05).
           05  SRF-ACTIVITY-DATE       PIC 9(08).
           05  SRF-AMOUNT              PIC 9(09)V9(02).
           05  SRF-RESULT              PIC X(01).
               88  SRF-CASE-OPENED               VALUE 'O'.
               88  SRF-CASE-ADDED                VALUE 'A'.
               88  SRF-ALREADY-ON-CASE           VALUE 'D'.
               88  SRF-NO-CUSTOMER               VALUE 'U'.
               88  SRF-CASE-FILES-DOWN           VALUE 'X'.
           05  SRF-CASE-SEQ            PIC 9(03).
