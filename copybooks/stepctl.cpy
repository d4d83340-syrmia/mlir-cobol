      *                    no cutoff.  The chain starts after
      *                    midnight, so the times compare on the
      *                    same clock day.
      *   2026-10-15  RLB  Added STC-VOLUME-TOLERANCE, the percent
      *                    either side of its trailing average an
      *                    input step's incoming record count and
      *                    amount total may stray before the
      *                    driver holds the step for an operator.
      *                    Zero means the step is not gauged.
      *   2026-10-15  RLB  Added up to three prerequisite steps,
      *                    each with the outcome it needs: 'S' the
      *                    prerequisite must have succeeded
      *                    tonight; 'F' it need only have finished
      *                    - succeeded, or been passed over on
      *                    purpose (SKIP, not due tonight, or its
      *                    volume aborted by an operator).  A
      *                    step whose prerequisites are not met is
      *                    skipped with the reason on the step
      *                    audit log, and a control file listing a
      *                    step ahead of a prerequisite, or naming
      *                    one it does not list, is refused.
      *-----------------------------------------------------------*
       01  STEP-CONTROL-RECORD.
           05  STC-STEP-NAME           PIC X(08).
               88  STC-FREQ-QUARTER-END          VALUE 'Q'.
           05  STC-LATEST-START        PIC 9(06) VALUE ZERO.
           05  STC-MUST-FINISH-BY      PIC 9(06) VALUE ZERO.
           05  STC-VOLUME-TOLERANCE    PIC 9(03) VALUE ZERO.
           05  STC-PREREQUISITE        OCCURS 3 TIMES.
               10  STC-PREREQ-STEP     PIC X(08).
               10  STC-PREREQ-NEEDS    PIC X(01).
                   88  STC-NEEDS-SUCCESS         VALUE 'S'.
                   88  STC-NEEDS-FINISH          VALUE 'F'.
