      *-----------------------------------------------------------*
      * NACHA.CPY
      *
      * The 94-byte NACHA record views the outbound ACH
      * origination file (ACHORIG) is built from and the ACH
      * operator's return file (ACHRETN) is read through.  Every
      * view shares the record-type byte in column 1:
      *   1 file header     5 batch header    6 entry detail
      *   7 addenda (a return's reason and original trace)
      *   8 batch control   9 file control (and block fill)
      * Amounts are unsigned cents, zero-filled.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  NACHA-FILE-HEADER.
           05  NFH-RECORD-TYPE         PIC X(01).
           05  NFH-PRIORITY-CODE       PIC X(02).
           05  NFH-IMMEDIATE-DEST.
               10  FILLER              PIC X(01).
               10  NFH-DEST-ROUTING    PIC 9(09).
           05  NFH-IMMEDIATE-ORIGIN.
               10  FILLER              PIC X(01).
               10  NFH-ORIGIN-ROUTING  PIC 9(09).
           05  NFH-CREATION-DATE       PIC 9(06).
           05  NFH-CREATION-TIME       PIC 9(04).
           05  NFH-FILE-ID-MODIFIER    PIC X(01).
           05  NFH-RECORD-SIZE         PIC X(03).
           05  NFH-BLOCKING-FACTOR     PIC X(02).
           05  NFH-FORMAT-CODE         PIC X(01).
           05  NFH-DEST-NAME           PIC X(23).
           05  NFH-ORIGIN-NAME         PIC X(23).
           05  NFH-REFERENCE-CODE      PIC X(08).
       01  NACHA-BATCH-HEADER.
           05  NBH-RECORD-TYPE         PIC X(01).
           05  NBH-SERVICE-CLASS       PIC 9(03).
           05  NBH-COMPANY-NAME        PIC X(16).
           05  NBH-DISCRETIONARY       PIC X(20).
           05  NBH-COMPANY-ID          PIC X(10).
           05  NBH-SEC-CODE            PIC X(03).
           05  NBH-ENTRY-DESCRIPTION   PIC X(10).
           05  NBH-DESCRIPTIVE-DATE    PIC X(06).
           05  NBH-EFFECTIVE-DATE      PIC 9(06).
           05  NBH-SETTLEMENT-DATE     PIC X(03).
           05  NBH-ORIGINATOR-STATUS   PIC X(01).
           05  NBH-ODFI-ID             PIC 9(08).
           05  NBH-BATCH-NUMBER        PIC 9(07).
       01  NACHA-ENTRY-DETAIL.
           05  NED-RECORD-TYPE         PIC X(01).
           05  NED-TRAN-CODE           PIC 9(02).
               88  NED-CHECKING-CREDIT           VALUE 22.
               88  NED-SAVINGS-CREDIT            VALUE 32.
           05  NED-RDFI-ID             PIC 9(08).
           05  NED-CHECK-DIGIT         PIC 9(01).
           05  NED-DFI-ACCOUNT         PIC X(17).
           05  NED-AMOUNT              PIC 9(08)V9(02).
           05  NED-INDIVIDUAL-ID       PIC X(15).
           05  NED-INDIVIDUAL-NAME     PIC X(22).
           05  NED-DISCRETIONARY       PIC X(02).
           05  NED-ADDENDA-INDICATOR   PIC 9(01).
           05  NED-TRACE-NUMBER        PIC 9(15).
       01  NACHA-RETURN-ADDENDA.
           05  NRA-RECORD-TYPE         PIC X(01).
           05  NRA-ADDENDA-TYPE        PIC X(02).
           05  NRA-RETURN-REASON       PIC X(03).
           05  NRA-ORIGINAL-TRACE      PIC 9(15).
           05  NRA-DATE-OF-DEATH       PIC X(06).
           05  NRA-ORIGINAL-RDFI       PIC X(08).
           05  NRA-ADDENDA-INFO        PIC X(44).
           05  NRA-TRACE-NUMBER        PIC X(15).
       01  NACHA-BATCH-CONTROL.
           05  NBC-RECORD-TYPE         PIC X(01).
           05  NBC-SERVICE-CLASS       PIC 9(03).
           05  NBC-ENTRY-COUNT         PIC 9(06).
           05  NBC-ENTRY-HASH          PIC 9(10).
           05  NBC-TOTAL-DEBIT         PIC 9(10)V9(02).
           05  NBC-TOTAL-CREDIT        PIC 9(10)V9(02).
           05  NBC-COMPANY-ID          PIC X(10).
           05  NBC-AUTH-CODE           PIC X(19).
           05  NBC-RESERVED            PIC X(06).
           05  NBC-ODFI-ID             PIC 9(08).
           05  NBC-BATCH-NUMBER        PIC 9(07).
       01  NACHA-FILE-CONTROL.
           05  NFC-RECORD-TYPE         PIC X(01).
           05  NFC-BATCH-COUNT         PIC 9(06).
           05  NFC-BLOCK-COUNT         PIC 9(06).
           05  NFC-ENTRY-COUNT         PIC 9(08).
           05  NFC-ENTRY-HASH          PIC 9(10).
           05  NFC-TOTAL-DEBIT         PIC 9(10)V9(02).
           05  NFC-TOTAL-CREDIT        PIC 9(10)V9(02).
           05  NFC-RESERVED            PIC X(39).
