      *-----------------------------------------------------------*
      * CORRSTMT.CPY
      *
      * CORRESPONDENT-STATEMENT-RECORD - the daily statement the
      * correspondent bank sends for our settlement account: one
      * header (the statement date, our account number on its
      * books, and the opening balance), one detail line per
      * settlement entry, and one trailer carrying its own count
      * of the entries and the closing balance.  Each entry names
      * the settlement stream it belongs to in the four-character
      * source code agreed with the correspondent:
      *
      *   ATMS  ATM switch net settlement             (ATMSETTL)
      *   INCP  checks presented on us                (INCLLOAD)
      *   INCR  presented checks we returned          (INCLRTN)
      *   PAYR  payroll direct deposits received      (PAYRLOAD)
      *   RTNI  deposited items returned unpaid       (RTNDLOAD)
      *   ACHR  our ACH payments returned to us       (ACHRETN)
      *
      * Loaded by CORRLOAD onto the settlement items file
      * (SETLITEM.CPY) for SETLRECN to match.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CORRESPONDENT-STATEMENT-RECORD.
           05  CST-RECORD-TYPE         PIC X(01).
               88  CST-HEADER                    VALUE 'H'.
               88  CST-DETAIL                    VALUE 'D'.
               88  CST-TRAILER                   VALUE 'T'.
           05  CST-HEADER-BODY.
               10  CST-STATEMENT-DATE  PIC 9(08).
               10  CST-CORR-ACCOUNT    PIC X(12).
               10  CST-OPENING-BALANCE PIC S9(11)V9(02).
               10  FILLER              PIC X(01).
           05  CST-DETAIL-BODY REDEFINES CST-HEADER-BODY.
               10  CST-SOURCE-CODE     PIC X(04).
               10  CST-DR-CR           PIC X(01).
                   88  CST-DEBIT                 VALUE 'D'.
                   88  CST-CREDIT                VALUE 'C'.
               10  CST-AMOUNT          PIC 9(11)V9(02).
               10  CST-REFERENCE       PIC X(16).
           05  CST-TRAILER-BODY REDEFINES CST-HEADER-BODY.
               10  CST-TRL-ENTRY-COUNT PIC 9(05).
               10  CST-TRL-CLOSING-BALANCE
                                       PIC S9(11)V9(02).
               10  FILLER              PIC X(16).
