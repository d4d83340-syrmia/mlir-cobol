      *-----------------------------------------------------------*
      * DINSXTR.CPY
      *
      * DEPOSITOR-EXTRACT-RECORD - one line of the depositor file
      * DEPINS produces for a regulator's request: a header
      * naming us, the as-of date and the coverage limit applied;
      * one detail line per depositor per ownership category; and
      * a trailer carrying the detail count and the balance,
      * insured and uninsured totals for the regulator to prove
      * the file.
      *
      * Each detail carries the depositor's identity off the
      * customer master, the ownership category -
      *
      *   SGL  single - a deposit account with one owner;
      *   JNT  joint - a deposit account with more than one
      *        owner, each owner holding an equal share;
      *   BUS  business - a commercial account, owned by its
      *        primary holder;
      *
      * - the number of accounts the depositor holds in the
      * category, their combined balance, and the part of it
      * inside and outside the coverage limit.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  DEPOSITOR-EXTRACT-RECORD.
           05  DIX-RECORD-TYPE         PIC X(01).
               88  DIX-HEADER                    VALUE 'H'.
               88  DIX-DETAIL                    VALUE 'D'.
               88  DIX-TRAILER                   VALUE 'T'.
           05  DIX-DETAIL-BODY.
               10  DIX-CUSTOMER-ID     PIC 9(07).
               10  DIX-NAME            PIC X(20).
               10  DIX-ADDR-LINE-1     PIC X(30).
               10  DIX-ADDR-LINE-2     PIC X(30).
               10  DIX-CITY            PIC X(20).
               10  DIX-STATE           PIC X(02).
               10  DIX-ZIP             PIC X(10).
               10  DIX-OWNERSHIP-CAT   PIC X(03).
                   88  DIX-SINGLE                VALUE 'SGL'.
                   88  DIX-JOINT                 VALUE 'JNT'.
                   88  DIX-BUSINESS              VALUE 'BUS'.
               10  DIX-ACCOUNT-COUNT   PIC 9(03).
               10  DIX-BALANCE         PIC 9(09)V9(02).
               10  DIX-INSURED         PIC 9(09)V9(02).
               10  DIX-UNINSURED       PIC 9(09)V9(02).
           05  DIX-HEADER-BODY REDEFINES DIX-DETAIL-BODY.
               10  DIX-HDR-INST-ID     PIC X(10).
               10  DIX-HDR-INST-NAME   PIC X(30).
               10  DIX-HDR-AS-OF-DT    PIC 9(08).
               10  DIX-HDR-LIMIT       PIC 9(07)V9(02).
               10  DIX-HDR-CREATED-DT  PIC 9(08).
               10  FILLER              PIC X(93).
           05  DIX-TRAILER-BODY REDEFINES DIX-DETAIL-BODY.
               10  DIX-TRL-COUNT       PIC 9(07).
               10  DIX-TRL-BALANCE     PIC 9(11)V9(02).
               10  DIX-TRL-INSURED     PIC 9(11)V9(02).
               10  DIX-TRL-UNINSURED   PIC 9(11)V9(02).
               10  FILLER              PIC X(112).
