      *
      * Modification History
      *   2026-02-05  RLB  Initial layout.
      *   2026-10-15  RLB  Added OVQ-REQUESTED-BY, the user whose
      *                    work is being overridden, carried onto
      *                    the override log.
      *-----------------------------------------------------------*
       01  OVERRIDE-REQUEST-RECORD.
           05  OVQ-PROGRAM-NAME         PIC X(08).
           05  OVQ-NEW-OUTCOME          PIC X(30).
           05  OVQ-OVERRIDDEN-BY        PIC X(08).
           05  OVQ-REASON-CODE          PIC X(04).
           05  OVQ-REQUESTED-BY         PIC X(20).
