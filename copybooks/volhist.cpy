      *-----------------------------------------------------------*
      * VOLHIST.CPY
      *
      * VOLUME-HISTORY-RECORD - one line per input step per
      * night, appended by GOTOSTMT each time an input step's
      * incoming volume is accepted (inside tolerance, or
      * confirmed by an operator): the record count and amount
      * total the step loaded.  The trailing average of a step's
      * recent nights is what tonight's incoming file is judged
      * against.  A volume an operator aborted is never recorded,
      * so a bad night does not drag the average after it.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  VOLUME-HISTORY-RECORD.
           05  VHS-STEP-NAME           PIC X(08).
           05  VHS-BUSINESS-DATE       PIC 9(08).
           05  VHS-RUN-NUMBER          PIC 9(05).
           05  VHS-RECORD-COUNT        PIC 9(07).
           05  VHS-AMOUNT-TOTAL        PIC 9(11)V9(02).
           05  VHS-DISPOSITION         PIC X(01).
               88  VHS-IN-TOLERANCE              VALUE 'T'.
               88  VHS-OPERATOR-CONFIRMED        VALUE 'C'.
               88  VHS-TOO-LITTLE-HISTORY        VALUE 'L'.
