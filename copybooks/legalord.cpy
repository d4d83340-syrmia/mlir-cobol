      *-----------------------------------------------------------*
      * LEGALORD.CPY
      *
      * LEGAL-ORDER-RECORD - one court garnishment or agency levy
      * served on a customer's account, keyed on the order number
      * LGLMNT assigns when the order is put on file.  Instead of
      * freezing the whole account, TRANPOST holds only what the
      * order can reach: the amount still owed under it, capped
      * at the ledger balance above the protected (exempt)
      * amount.  The hold goes on the funds-hold file under the
      * order number with the release date HLD-LEGAL-ORDER-HOLD
      * and is worked out afresh every run, so benefit deposits
      * below the protected amount stay spendable.
      *
      * Once the remit-after date is reached LGLREMIT pays the
      * creditor whatever is held, by official check or by
      * transfer, and counts it into the remitted total; an order
      * remitted in full is satisfied.  LGLMNT releases an order
      * the court or agency lifts.  NOTICERN writes the customer
      * notice for each step and LGLORPT lists the orders still
      * in force.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  LEGAL-ORDER-RECORD.
           05  LGO-ORDER-ID            PIC 9(05).
           05  LGO-ACCOUNT-ID          PIC 9(07).
           05  LGO-ORDER-TYPE          PIC X(01).
               88  LGO-GARNISHMENT               VALUE 'G'.
               88  LGO-LEVY                      VALUE 'L'.
           05  LGO-AGENCY              PIC X(35).
           05  LGO-AGENCY-REFERENCE    PIC X(20).
           05  LGO-AMOUNT-ORDERED      PIC 9(06)V9(02).
           05  LGO-PROTECTED-AMOUNT    PIC 9(06)V9(02).
           05  LGO-EFFECTIVE-DATE      PIC 9(08).
           05  LGO-REMIT-AFTER-DATE    PIC 9(08).
           05  LGO-REMIT-METHOD        PIC X(01).
               88  LGO-REMIT-BY-CHECK            VALUE 'C'.
               88  LGO-REMIT-BY-TRANSFER         VALUE 'T'.
           05  LGO-CREDITOR-ACCOUNT    PIC 9(07).
           05  LGO-STATUS              PIC X(01).
               88  LGO-PENDING                   VALUE 'P'.
               88  LGO-ACTIVE                    VALUE 'A'.
               88  LGO-SATISFIED                 VALUE 'S'.
               88  LGO-RELEASED                  VALUE 'R'.
               88  LGO-IN-FORCE                  VALUE 'P' 'A'.
           05  LGO-HELD-AMOUNT         PIC 9(06)V9(02).
           05  LGO-HOLD-DATE           PIC 9(08).
           05  LGO-REMITTED-AMOUNT     PIC 9(06)V9(02).
           05  LGO-LAST-REMIT-UID      PIC 9(05).
           05  LGO-LAST-REMIT-DATE     PIC 9(08).
           05  LGO-LAST-REMIT-AMOUNT   PIC 9(06)V9(02).
           05  LGO-LAST-REMIT-SERIAL   PIC 9(08).
           05  LGO-ENTERED-BY          PIC X(20).
           05  LGO-ENTERED-DATE        PIC 9(08).
           05  LGO-CLOSED-DATE         PIC 9(08).
