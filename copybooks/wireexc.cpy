      *-----------------------------------------------------------*
      * WIREEXC.CPY
      *
      * WIRE-EXCEPTION-RECORD - one incoming wire WIRERCV would
      * not post on its own, keyed on the sender's wire reference.
      * The reason says why: the named beneficiary is not a
      * holder of the account, a party is on the watch list, or
      * the account cannot take the money.  A supervisor works
      * each one through WIREXMNT - released, it posts as a
      * deposit like a clean wire; returned, it goes back to the
      * sending bank on the wire return file (WIRERET.CPY).
      * Worked exceptions stay on file with who decided and when.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  WIRE-EXCEPTION-RECORD.
           05  WXQ-WIRE-REF            PIC X(16).
           05  WXQ-ORIGINATOR-NAME     PIC X(35).
           05  WXQ-ORIGINATOR-ROUTING  PIC 9(09).
           05  WXQ-BENEFICIARY-ACCT    PIC 9(07).
           05  WXQ-BENEFICIARY-NAME    PIC X(35).
           05  WXQ-AMOUNT              PIC 9(06)V9(02).
           05  WXQ-REASON-CODE         PIC X(04).
               88  WXQ-NAME-MISMATCH             VALUE 'NAME'.
               88  WXQ-WATCH-LIST-HIT            VALUE 'WTCH'.
               88  WXQ-ACCOUNT-UNAVAILABLE       VALUE 'ACCT'.
           05  WXQ-QUEUED-DATE         PIC 9(08).
           05  WXQ-STATUS              PIC X(01).
               88  WXQ-OPEN                      VALUE 'O'.
               88  WXQ-RELEASED                  VALUE 'R'.
               88  WXQ-RETURNED                  VALUE 'T'.
           05  WXQ-DECIDED-BY          PIC X(20).
           05  WXQ-DECIDED-DATE        PIC 9(08).
           05  WXQ-POSTED-UID          PIC 9(05).
