      *-----------------------------------------------------------*
      * DINSPARM.CPY
      *
      * INSURANCE-PARM-RECORD - the parameter card ahead of the
      * deposit insurance coverage run (DEPINS): the coverage
      * limit per depositor per ownership category, and our
      * institution ID and name as the regulator knows us, for
      * the header of the depositor file.  A missing card, or a
      * zero limit, takes the standard limit DEPINS carries,
      * 250,000.00.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  INSURANCE-PARM-RECORD.
           05  DIP-COVERAGE-LIMIT      PIC 9(07)V9(02).
           05  DIP-INSTITUTION-ID      PIC X(10).
           05  DIP-INSTITUTION-NAME    PIC X(30).
