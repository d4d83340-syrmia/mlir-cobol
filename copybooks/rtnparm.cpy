      *-----------------------------------------------------------*
      * RTNPARM.CPY
      *
      * RETURN-PARM-RECORD - the optional control card ahead of
      * the branch repeat-return report (RTNDRPT): how many days
      * back from the business date the report looks, and how
      * many returned deposits in that window make a depositor a
      * repeat.  No card, or a zero in either field, takes 90
      * days and two returns.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  RETURN-PARM-RECORD.
           05  RTP-LOOKBACK-DAYS       PIC 9(03).
           05  RTP-REPEAT-COUNT        PIC 9(02).
