      *-----------------------------------------------------------*
      * POSTRUN.CPY
      *
      * POSTING-RUN-RECORD - one line for each TRANPOST run under
      * way, written as the run starts and taken off again as it
      * ends (a split night has one line per partition running;
      * a whole-file run is partition zero).  Anything on the
      * file means the transaction file is being posted, and
      * MEMOPOST captures entries to the pending file (MEMOPEND)
      * instead of writing them.  A run that abends leaves its
      * line behind, which is right: the restart has still to
      * finish the posting.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  POSTING-RUN-RECORD.
           05  PRN-PARTITION-NUMBER    PIC 9(02).
           05  PRN-RUN-NUMBER          PIC 9(05).
           05  PRN-BUSINESS-DATE       PIC 9(08).
           05  PRN-STARTED-DATE        PIC 9(08).
           05  PRN-STARTED-TIME        PIC 9(06).
