      *-----------------------------------------------------------*
      * ENTITLE.CPY
      *
      * ENTITLEMENT-RECORD - one row of the function entitlements
      * table security administration maintains.  A row grants a
      * program, and a function within it, either to a role - an
      * access level on the user master (S supervisor, O
      * operator, or * for every operator) - or to one named
      * operator ID.  A function of * grants every function of
      * the program; a program of * grants every program.  What
      * the table does not grant is refused: LOGINCHECK copies an
      * operator's rows into the active-session record at sign-on
      * and the online programs check them (ENTCHECK) before
      * doing anything.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ENTITLEMENT-RECORD.
           05  ENT-GRANTEE-TYPE        PIC X(01).
               88  ENT-ROLE                      VALUE 'R'.
               88  ENT-NAMED-USER                VALUE 'U'.
           05  ENT-GRANTEE             PIC X(20).
           05  ENT-PROGRAM             PIC X(08).
           05  ENT-FUNCTION            PIC X(08).
