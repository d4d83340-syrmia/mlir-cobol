      *-----------------------------------------------------------*
      * CERTRESP.CPY
      *
      * CERT-RESPONSE-RECORD - one row per operator on the
      * quarterly access recertification.  USRCERT writes the
      * rows with the decision blank and the assigned reviewer
      * filled in; the reviewing supervisor keys a decision (and
      * their own user name where no reviewer was assigned) and
      * CERTAPLY applies the file to the user master:
      *
      *   C  confirm   access stays as it is;
      *   D  downgrade supervisor access to operator;
      *   R  revoke    the operator ID is made inactive.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CERT-RESPONSE-RECORD.
           05  CRS-USERNAME            PIC X(20).
           05  FILLER                  PIC X(01).
           05  CRS-DECISION            PIC X(01).
               88  CRS-CONFIRM                   VALUE 'C'.
               88  CRS-DOWNGRADE                 VALUE 'D'.
               88  CRS-REVOKE                    VALUE 'R'.
           05  FILLER                  PIC X(01).
           05  CRS-REVIEWER            PIC X(20).
