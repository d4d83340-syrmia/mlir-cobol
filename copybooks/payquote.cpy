      *-----------------------------------------------------------*
      * PAYQUOTE.CPY
      *
      * PAYOFF-QUOTE-RECORD - one payoff figure quoted on a loan,
      * keyed on the loan account plus a quote number running
      * from 1 per loan.  Written by PAYQUOTE with the parts the
      * figure is made of: the principal balance, interest
      * accrued from the last payment to the good-through date,
      * late charges owed, less any receipt held on the loan as
      * unapplied, plus the per-diem that runs after the
      * good-through date.
      *
      * A quote stays open until LOANPAY matches it to a receipt
      * posted on or before its good-through date that covers
      * the gross figure (principal, interest and late charges):
      * the loan is closed paid off, its remaining schedule rows
      * settled, and the quote marked paid with the date.  A
      * quote past its good-through date no longer matches.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  PAYOFF-QUOTE-RECORD.
           05  PQT-KEY.
               10  PQT-ACCOUNT-ID      PIC 9(07).
               10  PQT-QUOTE-NO        PIC 9(03).
           05  PQT-QUOTE-DATE          PIC 9(08).
           05  PQT-GOOD-THROUGH        PIC 9(08).
           05  PQT-PRINCIPAL           PIC 9(07)V9(02).
           05  PQT-INTEREST            PIC 9(06)V9(02).
           05  PQT-LATE-FEES           PIC 9(06)V9(02).
           05  PQT-UNAPPLIED           PIC 9(06)V9(02).
           05  PQT-PAYOFF-AMOUNT       PIC 9(07)V9(02).
           05  PQT-PER-DIEM            PIC 9(04)V9(02).
           05  PQT-QUOTED-BY           PIC X(20).
           05  PQT-STATUS              PIC X(01).
               88  PQT-OPEN                      VALUE 'O'.
               88  PQT-PAID                      VALUE 'P'.
           05  PQT-SETTLED-DATE        PIC 9(08).
