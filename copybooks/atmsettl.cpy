      *
      * Modification History
      *   2026-09-02  RLB  Initial layout.
      *   2026-10-15  RLB  Detail lines carry the card number and
      *                    the date the card was used, so
      *                    ATMSETTL can check each item against
      *                    the card master (CARDMST.CPY).  A
      *                    blank card number is loaded unchecked
      *                    as before; a zero date is taken as the
      *                    business date.
      *-----------------------------------------------------------*
       01  ATM-SETTLEMENT-RECORD.
           05  ATS-RECORD-TYPE         PIC X(01).
               10  ATS-AMOUNT          PIC 9(06)V9(02).
               10  ATS-TERMINAL-ID     PIC X(08).
               10  ATS-TRAN-TIME       PIC 9(06).
               10  ATS-CARD-NUMBER     PIC X(16).
               10  ATS-TRAN-DATE       PIC 9(08).
           05  ATS-TRAILER-BODY REDEFINES ATS-DETAIL-BODY.
               10  ATS-TRL-RECORD-COUNT PIC 9(07).
               10  ATS-TRL-AMOUNT-TOTAL PIC 9(09)V9(02).
               10  FILLER              PIC X(37).
