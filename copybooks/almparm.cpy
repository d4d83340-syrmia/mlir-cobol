      *-----------------------------------------------------------*
      * ALMPARM.CPY
      *
      * ALM-PARM-RECORD - the ALMPARM cards ALMGAP builds the
      * maturity ladder under.  Two kinds of card:
      *
      *   A - the placement assumption for balances with no
      *       contractual maturity or repricing date (ordinary
      *       savings, retail and commercial balances, and lines
      *       of credit not tied to an index), by account
      *       category: the percentage of the category's balance
      *       taken to reprice in each of the six ladder buckets
      *       (overnight, 1-3 months, 3-6 months, 6-12 months,
      *       1-5 years, over 5 years).  The six must add to 100.
      *       A category with no A card is placed overnight.
      *
      *   S - up to four parallel rate shocks in basis points,
      *       signed (+200 is a 2 percent rise).  A blank or zero
      *       slot is unused.  With no S card ALMGAP runs +200
      *       and -200.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ALM-PARM-RECORD.
           05  ALP-CARD-TYPE           PIC X(01).
               88  ALP-ASSUMPTION-CARD           VALUE 'A'.
               88  ALP-SHOCK-CARD                VALUE 'S'.
           05  ALP-ASSUMPTION-BODY.
               10  ALP-CATEGORY        PIC X(02).
               10  ALP-BUCKET-PCT      PIC 9(03)V9(02)
                                       OCCURS 6 TIMES.
           05  ALP-SHOCK-BODY REDEFINES ALP-ASSUMPTION-BODY.
               10  ALP-SHOCK-BP        PIC S9(04)
                                       SIGN TRAILING SEPARATE
                                       OCCURS 4 TIMES.
               10  FILLER              PIC X(12).
