      *
      * Modification History
      *   2026-02-13  RLB  Initial layout.
      *   2026-10-15  RLB  Added the external-payee block,
      *                    appended at the end of the record.  A
      *                    WD order marked payee-external pays a
      *                    party at another bank: STORDGEN debits
      *                    the customer as usual and queues the
      *                    payment (ACHENTRY) for ACHORIG to
      *                    originate, to the routing and account
      *                    number carried here.  Orders written
      *                    before read as internal.
      *   2026-10-15  RLB  Added SOR-PLACED-DATE, appended at the
      *                    end of the record: the date STORDMNT
      *                    put the order on file, so a new
      *                    payment instruction can be told from
      *                    an old one.  Orders written before
      *                    read as zero.
      *-----------------------------------------------------------*
       01  STANDING-ORDER-RECORD.
           05  SOR-ORDER-ID            PIC 9(05).
           05  SOR-STATUS              PIC X(01).
               88  SOR-ACTIVE                    VALUE 'A'.
               88  SOR-CANCELLED                 VALUE 'C'.
           05  SOR-PAYEE-TYPE          PIC X(01) VALUE 'I'.
               88  SOR-PAYEE-INTERNAL            VALUE 'I' ' '.
               88  SOR-PAYEE-EXTERNAL            VALUE 'E'.
           05  SOR-PAYEE-ROUTING       PIC 9(09) VALUE ZERO.
           05  SOR-PAYEE-ACCOUNT       PIC X(17) VALUE SPACES.
           05  SOR-PAYEE-ACCT-TYPE     PIC X(01) VALUE 'C'.
               88  SOR-PAYEE-CHECKING            VALUE 'C'.
               88  SOR-PAYEE-SAVINGS             VALUE 'S'.
           05  SOR-PAYEE-NAME          PIC X(22) VALUE SPACES.
           05  SOR-PLACED-DATE         PIC 9(08) VALUE ZERO.
