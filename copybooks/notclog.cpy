      *
      * Modification History
      *   2026-09-02  RLB  Initial layout.
      *   2026-10-15  RLB  Added notice type ACHR - an outbound
      *                    ACH payment returned by the receiving
      *                    bank and credited back, noticed with
      *                    its return reason.
      *   2026-10-15  RLB  Added notice type RDEP - a deposited
      *                    item returned unpaid and charged back
      *                    by RTNDLOAD, noticed with its return
      *                    reason.
      *   2026-10-15  RLB  Added notice types LGLO, LGLP and LGLC
      *                    for a legal order served on the
      *                    account, each remittance to its
      *                    creditor (referenced by the debit's
      *                    UID), and the order satisfied or
      *                    released.
      *   2026-10-15  RLB  Added MAJR, written by MINORCNV to the
      *                    customer and to the guardian when a
      *                    minor's account converts at the age of
      *                    majority.
      *   2026-10-15  RLB  Added LNPD, written by LOANPAY to a
      *                    loan's primary holder at the 30, 60
      *                    and 90 day past-due marks.
      *   2026-10-15  RLB  Added TDMN, written by TDNOTICE to a
      *                    term deposit's primary holder ahead of
      *                    maturity with the disposition and the
      *                    renewal rate.
      *   2026-10-15  RLB  Added PRMX, written by PROMORUN to an
      *                    account's primary holder 30 days
      *                    before its promotional rate ends.
      *-----------------------------------------------------------*
       01  NOTICE-LOG-RECORD.
           05  NTL-CUSTOMER-ID         PIC 9(07).
           05  NTL-NOTICE-TYPE         PIC X(04).
               88  NTL-TYPE-REJECT               VALUE 'REJ '.
               88  NTL-TYPE-HOLD                 VALUE 'HOLD'.
               88  NTL-TYPE-ACH-RETURN           VALUE 'ACHR'.
               88  NTL-TYPE-RETURNED-DEPOSIT     VALUE 'RDEP'.
               88  NTL-TYPE-LEGAL-ORDER          VALUE 'LGLO'.
               88  NTL-TYPE-LEGAL-REMITTANCE     VALUE 'LGLP'.
               88  NTL-TYPE-LEGAL-CLOSED         VALUE 'LGLC'.
               88  NTL-TYPE-MAJORITY             VALUE 'MAJR'.
               88  NTL-TYPE-LOAN-PAST-DUE        VALUE 'LNPD'.
               88  NTL-TYPE-TD-MATURITY          VALUE 'TDMN'.
               88  NTL-TYPE-PROMO-ENDING         VALUE 'PRMX'.
           05  NTL-REF-UID             PIC 9(05).
           05  NTL-NOTICE-DATE         PIC 9(08).
           05  NTL-TEXT                PIC X(40).
