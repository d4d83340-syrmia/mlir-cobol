      *-----------------------------------------------------------*
      * VOLGAUGE.CPY
      *
      * VOLUME-GAUGE-PARM - the parameter area GOTOSTMT passes the
      * input-volume gauge subprogram (VOLGAUGE) ahead of an input
      * step: the step name in, and back the record count and
      * amount total of the incoming file that step is about to
      * load.
      *
      *   Result G - gauged; the count and total are tonight's.
      *          M - the step's incoming file is not there; the
      *              count and total are zero.
      *          N - not an input step VOLGAUGE knows how to
      *              gauge; nothing to compare.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  VOLUME-GAUGE-PARM.
           05  VGP-STEP-NAME           PIC X(08).
           05  VGP-RESULT              PIC X(01).
               88  VGP-GAUGED                    VALUE 'G'.
               88  VGP-FILE-MISSING              VALUE 'M'.
               88  VGP-NOT-INPUT-STEP            VALUE 'N'.
           05  VGP-RECORD-COUNT        PIC 9(07).
           05  VGP-AMOUNT-TOTAL        PIC 9(11)V9(02).
