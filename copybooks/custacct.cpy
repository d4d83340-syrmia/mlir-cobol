      *
      * Modification History
      *   2026-02-17  RLB  Initial layout.
      *   2026-10-15  RLB  Added the guardian role.  A guardian
      *                    stands on a minor's account without
      *                    owning it; ACCTOPEN links one when the
      *                    primary holder is under age, MEMOPOST
      *                    wants one present for a withdrawal,
      *                    and MINORCNV removes the link when the
      *                    minor comes of age.
      *-----------------------------------------------------------*
       01  CUSTOMER-ACCOUNT-RECORD.
           05  CAR-KEY.
               88  CAR-ROLE-PRIMARY              VALUE 'P'.
               88  CAR-ROLE-JOINT                VALUE 'J'.
               88  CAR-ROLE-SIGNER               VALUE 'S'.
               88  CAR-ROLE-GUARDIAN             VALUE 'G'.
