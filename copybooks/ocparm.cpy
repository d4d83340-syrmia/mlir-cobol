      *-----------------------------------------------------------*
      * OCPARM.CPY
      *
      * OFFICIAL-CHECK-PARM-RECORD - the card naming the house
      * account official checks are drawn on, the GL account
      * that carries the liability, and the block of check
      * serials printed for our own use.  The house account must
      * be a commercial (CM) account so positive pay guards it.
      * Read by OCISSUE and OCRECON.
      *
      * Modification History
      *   2026-10-15  RLB  Initial layout.
      *-----------------------------------------------------------*
       01  OFFICIAL-CHECK-PARM-RECORD.
           05  OCP-HOUSE-ACCOUNT       PIC 9(07).
           05  OCP-GL-ACCOUNT          PIC X(08).
           05  OCP-SERIAL-LOW          PIC 9(08).
           05  OCP-SERIAL-HIGH         PIC 9(08).
