      *
      * Modification History
      *   2026-09-02  RLB  Initial layout.
      *   2026-10-15  RLB  Added the adult product.  On a product
      *                    sold to minors it names the product
      *                    MINORCNV moves the account to when the
      *                    holder comes of age; blank on every
      *                    other product.
      *   2026-10-15  RLB  Added PRD-DEBIT-RATE, the annual
      *                    penalty rate INTCALC charges on an
      *                    account of the product that closes the
      *                    day overdrawn.  Zero, or a row from
      *                    before the field, charges nothing.
      *-----------------------------------------------------------*
       01  PRODUCT-MASTER-RECORD.
           05  PRD-PRODUCT-CODE        PIC X(04).
           05  PRD-RATE-MARGIN         PIC S9V9(04).
           05  PRD-FEE-SCHEDULE        PIC X(04).
           05  PRD-STMT-CYCLE          PIC 9(02).
           05  PRD-ADULT-PRODUCT       PIC X(04).
           05  PRD-DEBIT-RATE          PIC 9V9(04).
