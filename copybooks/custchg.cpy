      *
      * Modification History
      *   2026-03-14  RLB  Initial layout.
      *   2026-10-15  RLB  Added the date-of-death notification.
      *                    Blank or zero means no notification; a
      *                    feed that predates the field leaves it
      *                    blank.
      *   2026-10-15  RLB  Added the privacy opt-out choices,
      *                    sharing and marketing: Y opts the
      *                    customer out, N opts them back in,
      *                    blank leaves the choice on file alone
      *                    (as a feed that predates the fields
      *                    does).
      *-----------------------------------------------------------*
       01  CUSTOMER-CHANGE-RECORD.
           05  CHG-CUSTOMER-ID         PIC 9(07).
           05  CHG-STATE               PIC X(02).
           05  CHG-ZIP                 PIC X(10).
           05  CHG-PHONE               PIC X(15).
           05  CHG-DATE-OF-DEATH       PIC X(08).
           05  CHG-SHARE-OPT-OUT       PIC X(01).
           05  CHG-MKTG-OPT-OUT        PIC X(01).
