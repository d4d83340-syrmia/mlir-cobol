      *-----------------------------------------------------------*
      * SODPARM.CPY
      *
      * SOD-PARM-RECORD - the SODPARM card the segregation-of-
      * duties report (SODRPT) works under: how many days of
      * approvals, back from the business date, each run looks
      * at, and how many approvals between two users - counted
      * both ways - make a reciprocal pair worth reporting.  A
      * missing card, or a zero or non-numeric field, takes the
      * defaults: 30 days and 3 approvals.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  SOD-PARM-RECORD.
           05  SDP-PERIOD-DAYS         PIC 9(03).
           05  SDP-RECIPROCAL-MIN      PIC 9(03).
