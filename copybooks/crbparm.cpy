      *-----------------------------------------------------------*
      * CRBPARM.CPY
      *
      * BUREAU-PARM-RECORD - the parameter card ahead of the
      * month-end credit bureau extract (CRBXTR): our furnisher
      * ID and name as the bureaus know us, and the month being
      * reported (YYYYMM).  A zero month means the month of the
      * business date, the usual case when the step runs on the
      * last business day.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  BUREAU-PARM-RECORD.
           05  CBP-FURNISHER-ID        PIC X(10).
           05  CBP-FURNISHER-NAME      PIC X(30).
           05  CBP-REPORT-PERIOD       PIC 9(06).
