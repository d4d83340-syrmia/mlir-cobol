      *-----------------------------------------------------------*
      * SETLITEM.CPY
      *
      * SETTLEMENT-ITEM-RECORD - one item on either side of the
      * settlement account reconciliation.  A statement item (side
      * S) is one entry off the correspondent's daily statement,
      * written by CORRLOAD and dated the statement date.  A
      * booked item (side B) is what our own loads moved through
      * the settlement account for one source on one business
      * date, netted to a single debit or credit, written by
      * SETLRECN.  The source codes are those of CORRSTMT.CPY.
      *
      * SETLRECN matches a booked item to an open statement item
      * of the same date, source, direction and amount, marking
      * both matched.  Whatever stays open is an open item, aged
      * on the SETLRECN report, and raises one operator alert
      * once it is more than two business days old.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SETTLEMENT-ITEM-RECORD.
           05  SLI-KEY.
               10  SLI-SIDE            PIC X(01).
                   88  SLI-STATEMENT-SIDE        VALUE 'S'.
                   88  SLI-BOOKED-SIDE           VALUE 'B'.
               10  SLI-ENTRY-DATE      PIC 9(08).
               10  SLI-SOURCE-CODE     PIC X(04).
                   88  SLI-KNOWN-SOURCE          VALUE 'ATMS'
                                                 'INCP' 'INCR'
                                                 'PAYR' 'RTNI'
                                                 'ACHR'.
               10  SLI-SEQUENCE        PIC 9(04).
           05  SLI-DR-CR               PIC X(01).
               88  SLI-DEBIT                     VALUE 'D'.
               88  SLI-CREDIT                    VALUE 'C'.
           05  SLI-AMOUNT              PIC 9(11)V9(02).
           05  SLI-ITEM-COUNT          PIC 9(05).
           05  SLI-REFERENCE           PIC X(16).
           05  SLI-STATUS              PIC X(01).
               88  SLI-OPEN                      VALUE 'O'.
               88  SLI-MATCHED                   VALUE 'M'.
           05  SLI-MATCHED-DATE        PIC 9(08).
           05  SLI-ALERT-FLAG          PIC X(01).
               88  SLI-ALERTED                   VALUE 'Y'.
