      *                    through SUSPMNT, or written off), the
      *                    fresh UID a corrected item was requeued
      *                    under, and the write-off reason code.
      *   2026-10-15  RLB  Added SUS-RESUB-BY and SUS-RESUB-DATE:
      *                    the operator who requeued or paid the
      *                    item and the day they did it, for the
      *                    staff-account exception report
      *                    (STAFFRPT).
      *   2026-10-15  RLB  Record version 02.  SUS-AMOUNT and
      *                    SUS-START-BALANCE are carried to
      *                    eleven whole digits at the end of the
      *                    record, behind SUS-RECORD-VERSION; the
      *                    version-01 fields keep their positions
      *                    as SUS-V1-MONEY.  An older line is
      *                    lifted by SUSPWIDE.
      *-----------------------------------------------------------*
       01  SUSPENSE-RECORD.
           05  SUS-UID                 PIC 9(05).
           05  SUS-ACCOUNT-ID          PIC 9(07).
           05  SUS-TRAN-TYPE           PIC X(02).
           05  SUS-V1-MONEY.
               10  SUS-V1-AMOUNT       PIC 9(06)V9(02).
               10  SUS-V1-START-BALANCE
                                       PIC S9(06)V9(02)
                   SIGN IS TRAILING SEPARATE.
           05  SUS-REASON              PIC X(30).
           05  SUS-DATE                PIC 9(08).
           05  SUS-STATUS              PIC X(01).
               88  SUS-WRITTEN-OFF               VALUE 'W'.
           05  SUS-RESUB-UID           PIC 9(05).
           05  SUS-WRITEOFF-CODE       PIC X(04).
           05  SUS-RESUB-BY            PIC X(20).
           05  SUS-RESUB-DATE          PIC 9(08).
           05  SUS-RECORD-VERSION      PIC X(02).
               88  SUS-RECORD-VERSION-2          VALUE '02'.
           05  SUS-AMOUNT              PIC 9(11)V9(02).
           05  SUS-START-BALANCE       PIC S9(11)V9(02)
               SIGN IS TRAILING SEPARATE.
