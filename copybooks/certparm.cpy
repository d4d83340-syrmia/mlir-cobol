      *-----------------------------------------------------------*
      * CERTPARM.CPY
      *
      * CERT-PARM-RECORD - the CERTPARM card the access
      * recertification run (USRCERT) works under: how many days
      * without a successful sign-on make an active operator
      * inactive, and whether this run also produces the
      * quarterly recertification listing and response file
      * ('N' disables only).  A missing card, or a zero or
      * non-numeric day count, takes the defaults: 90 days, with
      * the listing.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CERT-PARM-RECORD.
           05  CTP-INACTIVE-DAYS       PIC 9(03).
           05  CTP-LIST-SW             PIC X(01).
               88  CTP-NO-LISTING                VALUE 'N'.
