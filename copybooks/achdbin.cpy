      *-----------------------------------------------------------*
      * ACHDBIN.CPY
      *
      * ACH-DEBIT-IN-RECORD - one ACH debit another institution's
      * customer (the originator) has presented against one of
      * our accounts - an insurance premium, a loan payment to
      * another lender.  ACHDLOAD turns each authorized entry into
      * an unposted WD for the normal TRANPOST path; anything else
      * goes back on the debit return file (ACHDRET.CPY) with its
      * trace number intact.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ACH-DEBIT-IN-RECORD.
           05  ADI-ORIGINATOR-ID       PIC X(10).
           05  ADI-ORIGINATOR-NAME     PIC X(16).
           05  ADI-TRACE-NUMBER        PIC 9(15).
           05  ADI-ACCOUNT-ID          PIC 9(07).
           05  ADI-CUSTOMER-NAME       PIC X(22).
           05  ADI-AMOUNT              PIC 9(06)V9(02).
