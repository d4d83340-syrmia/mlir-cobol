      *-----------------------------------------------------------*
      * VOLREL.CPY
      *
      * VOLUME-RELEASE-RECORD - an operator's answer to an input
      * step GOTOSTMT held for volume outside tolerance.  Having
      * looked at the incoming file, the operator adds a line
      * naming the step and the business date it was held on,
      * with C to confirm the volume is genuine and let the step
      * load it, or A to abort the step for the night, and
      * restarts the chain; the restart resumes at the held
      * step.  A line for another date answers nothing, so an
      * old release can never wave through a later night.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  VOLUME-RELEASE-RECORD.
           05  VRL-STEP-NAME           PIC X(08).
           05  VRL-BUSINESS-DATE       PIC 9(08).
           05  VRL-ACTION              PIC X(01).
               88  VRL-CONFIRM                   VALUE 'C'.
               88  VRL-ABORT                     VALUE 'A'.
           05  VRL-OPERATOR            PIC X(20).
