      *-----------------------------------------------------------*
      * TDPARM.CPY
      *
      * TERM-DEPOSIT-PARM-RECORD - the TDPARM card the term-
      * deposit runs work under: how many days before maturity
      * TDNOTICE sends the pre-maturity letter, and how many days
      * after a roll-over the customer may still withdraw without
      * the early-withdrawal penalty (TDMATURE sets the window on
      * the contract; TRANPOST honours it).  A missing card, or a
      * zero or non-numeric field, takes the defaults: 30 days'
      * notice and a 10-day grace window.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  TERM-DEPOSIT-PARM-RECORD.
           05  TDM-NOTICE-DAYS         PIC 9(03).
           05  TDM-GRACE-DAYS          PIC 9(02).
