      *                    conversion pass (PWDCONV) has not
      *                    reached yet.  LOGINCHECK and RESETADM
      *                    only ever write the scrambled form.
      *   2026-10-15  RLB  Added USR-CUSTOMER-LINKS: up to four
      *                    CUSTMST customers behind the operator
      *                    ID - the staff member themselves ('S')
      *                    or a relative or household member
      *                    ('R') - maintained through USERADM.
      *                    MEMOPOST refuses an entry to an
      *                    account of a self-linked customer;
      *                    STAFFRPT reports activity on any
      *                    linked account.  Legacy records carry
      *                    blanks here and count as unlinked.
      *   2026-10-15  RLB  Added USR-REVIEWER, the supervisor who
      *                    recertifies the operator's access each
      *                    quarter (set through USERADM), and
      *                    USR-RECERT-DATE, the business date of
      *                    the last confirmation applied by
      *                    CERTAPLY.  Legacy records carry blanks
      *                    in both: no assigned reviewer, never
      *                    recertified.
      *-----------------------------------------------------------*
       01  USER-MASTER-RECORD.
           05  USR-USERNAME            PIC X(20).
           05  USR-PWD-FORMAT           PIC X(01) VALUE 'C'.
               88  USR-PWD-CLEAR                 VALUE 'C'.
               88  USR-PWD-SCRAMBLED             VALUE 'S'.
           05  USR-CUSTOMER-LINKS.
               10  USR-LINK OCCURS 4 TIMES.
                   15  USR-LINK-CUSTOMER-ID PIC 9(07).
                   15  USR-LINK-RELATION    PIC X(01).
                       88  USR-LINK-SELF             VALUE 'S'.
                       88  USR-LINK-RELATIVE         VALUE 'R'.
           05  USR-REVIEWER             PIC X(20).
           05  USR-RECERT-DATE          PIC 9(08).
