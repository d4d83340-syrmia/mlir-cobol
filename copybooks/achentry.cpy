      *-----------------------------------------------------------*
      * ACHENTRY.CPY
      *
      * ACH-ENTRY-RECORD - one outbound ACH payment to a party at
      * another bank, keyed on the date it was queued and the UID
      * of the customer debit behind it.  STORDGEN queues it
      * pending when it writes the debit; ACHORIG sends it in the
      * night's NACHA file once the debit has posted (or drops it
      * when the debit was rejected), stamping the trace number
      * the receiving bank will quote back; ACHRETN marks it
      * returned, with the reason, when it comes back unpaid and
      * the customer has been credited.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ACH-ENTRY-RECORD.
           05  ACE-KEY.
               10  ACE-QUEUED-DATE     PIC 9(08).
               10  ACE-UID             PIC 9(05).
           05  ACE-ACCOUNT-ID          PIC 9(07).
           05  ACE-ORDER-ID            PIC 9(05).
           05  ACE-PAYEE-ROUTING       PIC 9(09).
           05  ACE-PAYEE-ACCOUNT       PIC X(17).
           05  ACE-PAYEE-ACCT-TYPE     PIC X(01).
               88  ACE-PAYEE-CHECKING            VALUE 'C'.
               88  ACE-PAYEE-SAVINGS             VALUE 'S'.
           05  ACE-PAYEE-NAME          PIC X(22).
           05  ACE-AMOUNT              PIC 9(06)V9(02).
           05  ACE-STATUS              PIC X(01).
               88  ACE-PENDING                   VALUE 'P'.
               88  ACE-SENT                      VALUE 'S'.
               88  ACE-DROPPED                   VALUE 'X'.
               88  ACE-RETURNED                  VALUE 'R'.
           05  ACE-TRACE-NUMBER        PIC 9(15) VALUE ZERO.
           05  ACE-SENT-DATE           PIC 9(08) VALUE ZERO.
           05  ACE-RETURN-REASON       PIC X(03) VALUE SPACES.
           05  ACE-RETURN-DATE         PIC 9(08) VALUE ZERO.
           05  ACE-RETURN-UID          PIC 9(05) VALUE ZERO.
