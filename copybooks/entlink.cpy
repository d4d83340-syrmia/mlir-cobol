      *-----------------------------------------------------------*
      * ENTLINK.CPY
      *
      * ENTITLEMENT-CHECK-PARM - the parameter area a program
      * passes the entitlement check subprogram (ENTCHECK): the
      * operator ID, the program, and the function about to be
      * run (spaces to ask whether the operator may run the
      * program at all).  An online program asks of the
      * operator's active session; a batch run acting on an
      * operator's request (ACCTCLS) asks directly of the user
      * master and the entitlements table.  ENTCHECK logs every
      * refusal to the login audit trail and hands back the
      * result.
      *
      *   Result G - granted.
      *          R - refused, and logged.
      *          N - no active session for the operator.
      *          X - the session or entitlement files could not
      *              be opened; treated as a refusal.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ENTITLEMENT-CHECK-PARM.
           05  ENC-MODE                PIC X(01).
               88  ENC-FROM-SESSION              VALUE 'S'.
               88  ENC-FROM-TABLE                VALUE 'T'.
           05  ENC-USERNAME            PIC X(20).
           05  ENC-PROGRAM             PIC X(08).
           05  ENC-FUNCTION            PIC X(08).
           05  ENC-RESULT              PIC X(01).
               88  ENC-GRANTED                   VALUE 'G'.
               88  ENC-REFUSED                   VALUE 'R'.
               88  ENC-NO-SESSION                VALUE 'N'.
               88  ENC-FILES-DOWN                VALUE 'X'.
