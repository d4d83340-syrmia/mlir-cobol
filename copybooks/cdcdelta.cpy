      *-----------------------------------------------------------*
      * CDCDELTA.CPY
      *
      * CDC-DELTA-RECORD - one change for the data warehouse,
      * written by CDCFEED to the day's delta file for the master
      * it belongs to (ACCTCDC, CUSTCDC, LINKCDC) or for the
      * day's postings (TRANCDC).  Each file ends in the standard
      * control trailer (XTRAIL.CPY: change count, run number,
      * and on TRANCDC the total of the amounts posted) so the
      * warehouse load proves it with XTRVERIF, and CDCCTL.OUT
      * repeats the counts per file and per operation.
      *
      * CDC-IMAGE is the record as it now stands - the layout of
      * ACCTMST.CPY, CUSTMST.CPY, CUSTACCT.CPY or POSTLOG.CPY -
      * for an insert or an update, and the record as it stood
      * before for a delete.  Changes are in journal order, so
      * the warehouse applies them in file order.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  CDC-DELTA-RECORD.
           05  CDC-OPERATION           PIC X(01).
               88  CDC-INSERT                    VALUE 'I'.
               88  CDC-UPDATE                    VALUE 'U'.
               88  CDC-DELETE                    VALUE 'D'.
           05  CDC-FILE-CODE           PIC X(01).
               88  CDC-FILE-ACCOUNT              VALUE 'A'.
               88  CDC-FILE-CUSTOMER             VALUE 'C'.
               88  CDC-FILE-LINK                 VALUE 'L'.
               88  CDC-FILE-POSTING              VALUE 'T'.
           05  CDC-TIMESTAMP           PIC 9(14).
           05  CDC-PROGRAM             PIC X(08).
           05  CDC-RUN-NUMBER          PIC 9(05).
           05  CDC-IMAGE               PIC X(300).
