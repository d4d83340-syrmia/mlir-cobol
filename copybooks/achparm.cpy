      *-----------------------------------------------------------*
      * ACHPARM.CPY
      *
      * ACH-PARM-RECORD - the parameter card ahead of the outbound
      * ACH origination run (ACHORIG): who we are to the ACH
      * operator and who the file goes to.  The routing numbers
      * are the full nine digits, check digit included.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  ACH-PARM-RECORD.
           05  ACP-ODFI-ROUTING        PIC 9(09).
           05  ACP-DESTINATION-ROUTING PIC 9(09).
           05  ACP-DESTINATION-NAME    PIC X(23).
           05  ACP-ORIGIN-NAME         PIC X(23).
           05  ACP-COMPANY-NAME        PIC X(16).
           05  ACP-COMPANY-ID          PIC X(10).
           05  ACP-ENTRY-DESCRIPTION   PIC X(10).
