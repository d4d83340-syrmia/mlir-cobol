      *                    statement mailing extract (STMTMAIL)
      *                    reads it and flags holders with no
      *                    deliverable address.
      *   2026-10-15  RLB  Added the date of death and the date
      *                    DECEASED worked the estate.  CUSTLOAD
      *                    records the notification; DECEASED
      *                    freezes the customer's sole accounts,
      *                    takes them off joint ones, cancels
      *                    their standing orders and sweeps and
      *                    prints the executor's estate report,
      *                    then stamps the estate date so it is
      *                    done once.
      *   2026-10-15  RLB  Added the date of birth, taken by
      *                    ACCTOPEN for a customer under the age
      *                    of majority so MINORCNV can tell the
      *                    month they come of age.
      *   2026-10-15  RLB  Added the risk rating and score set
      *                    nightly by RISKRATE, with the next
      *                    due-diligence review date (sooner for
      *                    higher risk) and the date of the last
      *                    review completed.  A new customer is
      *                    unrated until the next run.
      *   2026-10-15  RLB  Added the returned-mail block.  A mail
      *                    piece coming back undeliverable is
      *                    recorded against the customer (RETMAIL
      *                    in the customer maintenance) with the
      *                    date and the post office's reason;
      *                    STMTMAIL, NOTICERN and ODAGING then
      *                    hold that customer's mail for the
      *                    branch instead of mailing it, until an
      *                    address change through CUSTLOAD or the
      *                    maintenance screens clears the mark.
      *                    Blank on records written before the
      *                    block existed, which reads as
      *                    deliverable.
      *   2026-10-15  RLB  Added the privacy opt-outs:
      *                    information sharing and marketing,
      *                    each with the date the customer last
      *                    made that choice.  Maintained through
      *                    CUSTLOAD and the maintenance screens
      *                    with history rows; PRIVNOTC prints
      *                    them on the annual privacy notice and
      *                    CUSTEXP flags them on the export.
      *                    Blank on older records, which reads as
      *                    not opted out.
      *-----------------------------------------------------------*
       01  CUSTOMER-MASTER-RECORD.
           05  CUM-CUSTOMER-ID         PIC 9(07).
           05  CUM-WITHHOLDING-FLAG    PIC X(01) VALUE 'N'.
               88  CUM-BACKUP-WITHHOLDING        VALUE 'Y'.
               88  CUM-NO-WITHHOLDING            VALUE 'N'.
           05  CUM-DATE-OF-DEATH       PIC 9(08) VALUE ZERO.
               88  CUM-NOT-DECEASED              VALUE ZERO.
           05  CUM-ESTATE-DATE         PIC 9(08) VALUE ZERO.
               88  CUM-ESTATE-PENDING            VALUE ZERO.
           05  CUM-BIRTH-DATE          PIC 9(08) VALUE ZERO.
           05  CUM-RISK-RATING         PIC X(01) VALUE SPACE.
               88  CUM-RISK-HIGH                 VALUE 'H'.
               88  CUM-RISK-MEDIUM               VALUE 'M'.
               88  CUM-RISK-LOW                  VALUE 'L'.
               88  CUM-RISK-UNRATED              VALUE SPACE.
           05  CUM-RISK-SCORE          PIC 9(03) VALUE ZERO.
           05  CUM-NEXT-REVIEW-DATE    PIC 9(08) VALUE ZERO.
           05  CUM-LAST-REVIEW-DATE    PIC 9(08) VALUE ZERO.
           05  CUM-MAIL-STATUS         PIC X(01) VALUE SPACE.
               88  CUM-MAIL-DELIVERABLE          VALUE SPACE.
               88  CUM-MAIL-RETURNED             VALUE 'R'.
           05  CUM-MAIL-RETURN-DATE    PIC 9(08) VALUE ZERO.
           05  CUM-MAIL-RETURN-REASON  PIC X(02) VALUE SPACES.
               88  CUM-RETURN-MOVED              VALUE 'MV'.
               88  CUM-RETURN-NO-SUCH-ADDR       VALUE 'NS'.
               88  CUM-RETURN-INSUFFICIENT       VALUE 'IA'.
               88  CUM-RETURN-REFUSED            VALUE 'RF'.
               88  CUM-RETURN-OTHER              VALUE 'OT'.
               88  CUM-RETURN-REASON-VALID       VALUE 'MV' 'NS'
                                                       'IA' 'RF'
                                                       'OT'.
           05  CUM-SHARE-OPT-OUT       PIC X(01) VALUE 'N'.
               88  CUM-SHARING-OPTED-OUT         VALUE 'Y'.
           05  CUM-SHARE-OPT-DATE      PIC 9(08) VALUE ZERO.
           05  CUM-MKTG-OPT-OUT        PIC X(01) VALUE 'N'.
               88  CUM-MARKETING-OPTED-OUT       VALUE 'Y'.
           05  CUM-MKTG-OPT-DATE       PIC 9(08) VALUE ZERO.
