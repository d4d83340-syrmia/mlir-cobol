      *-----------------------------------------------------------*
      * PURGPARM.CPY
      *
      * PURGE-PARM-RECORD - the control card for the closed-
      * relationship purge (RELPURGE): how many days an account
      * must have been closed before it and its customers come
      * off the masters, and whether this run purges ('P') or
      * only lists what it would purge (anything else, so a run
      * with a mistyped card deletes nothing).
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  PURGE-PARM-RECORD.
           05  PGP-RETENTION-DAYS      PIC 9(05).
           05  PGP-RUN-MODE            PIC X(01).
               88  PGP-PURGE                     VALUE 'P'.
