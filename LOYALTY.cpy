      * LOYALTY - the loyalty points scheme's rules, in the REPTFMTS
      * mold, so the programs that earn, redeem, expire and value
      * points all work to the same figures.
      *   2021-11-10 Brownies - first cut.  A retail customer earns
      *              LoyEarnRate points for each whole home dollar of
      *              goods (before tax).  A point is worth
      *              LoyPointValue when redeemed, redemptions are
      *              taken in LoyRedeemStep lots of at least
      *              LoyRedeemMin, and points earned more than
      *              LoyExpireMonths months back and not since spent
      *              lapse at the expiry run.
          01 LoyEarnRate     PIC 9(2)    VALUE 1.
          01 LoyPointValue   PIC V9(4)   VALUE .0100.
          01 LoyRedeemMin    PIC 9(5)    VALUE 500.
          01 LoyRedeemStep   PIC 9(5)    VALUE 100.
          01 LoyExpireMonths PIC 9(2)    VALUE 12.
