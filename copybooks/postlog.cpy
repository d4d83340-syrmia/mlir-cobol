      *                    the transaction, so the nightly branch
      *                    proof buckets each entry under the
      *                    office that actually took it.
      *   2026-10-15  RLB  Record version 02.  PLG-AMOUNT and the
      *                    balances are carried to eleven whole
      *                    digits at the end of the record,
      *                    behind PLG-RECORD-VERSION; the
      *                    version-01 fields keep their positions
      *                    as PLG-V1-MONEY.  A line written
      *                    before the change reads with spaces in
      *                    the version and is lifted by PLOGWIDE.
      *-----------------------------------------------------------*
       01  POSTING-LOG-RECORD.
           05  PLG-UID                 PIC 9(05).
           05  PLG-ACCOUNT-ID          PIC 9(07).
           05  PLG-TRAN-TYPE           PIC X(02).
           05  PLG-V1-MONEY.
               10  PLG-V1-AMOUNT       PIC 9(06)V9(02).
               10  PLG-V1-START-BALANCE
                                       PIC S9(06)V9(02)
                   SIGN IS TRAILING SEPARATE.
               10  PLG-V1-END-BALANCE  PIC S9(06)V9(02)
                   SIGN IS TRAILING SEPARATE.
           05  PLG-RESULT              PIC X(08).
           05  PLG-POST-DATE           PIC 9(08).
           05  PLG-RUN-NUMBER          PIC 9(05).
           05  PLG-ENTRY-TIME          PIC 9(06).
           05  PLG-CHANNEL             PIC X(02).
           05  PLG-BRANCH-CODE         PIC 9(03).
           05  PLG-RECORD-VERSION      PIC X(02).
               88  PLG-RECORD-VERSION-2          VALUE '02'.
           05  PLG-AMOUNT              PIC 9(11)V9(02).
           05  PLG-START-BALANCE       PIC S9(11)V9(02)
               SIGN IS TRAILING SEPARATE.
           05  PLG-END-BALANCE         PIC S9(11)V9(02)
               SIGN IS TRAILING SEPARATE.
