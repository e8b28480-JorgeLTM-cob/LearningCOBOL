      * PROMO - the promotion file (promo.txt), one record per
      * promotion keyed by its code, in the CONTRACT copybook mold.
      * promomnt keeps it; PROMOCHK finds the promotion a sale line
      * earns for round and the readisplay till; promorpt totals
      * what each promotion sold and gave away.
      *   2021-11-04 Brownies - first cut.  A promotion runs from
      *              PMStartDate through PMEndDate inclusive.
      *              PMRule P takes PMRate off the line; PMRule B is
      *              buy PMBuyQty get PMGetQty free, every run of
      *              PMBuyQty + PMGetQty units giving PMGetQty at no
      *              charge.  PMItem lists up to ten eligible items:
      *              an item code, a group of codes keyed as their
      *              common start and an asterisk (WID*), or a lone
      *              asterisk for everything in the store - the only
      *              kind the till can take on an open amount.
      *              PMSetDate is the day it was last keyed.
                01 PromoData.
                   02 PMCode      PIC X(6).
                   02 PMDesc      PIC X(30).
                   02 PMStartDate PIC 9(8).
                   02 PMEndDate   PIC 9(8).
                   02 PMRule      PIC X(1).
                      88 PMPercentOff VALUE 'P'.
                      88 PMBuyGet     VALUE 'B'.
                   02 PMRate      PIC V999.
                   02 PMBuyQty    PIC 9(3).
                   02 PMGetQty    PIC 9(3).
                   02 PMItemList.
                      03 PMItem   PIC X(8) OCCURS 10 TIMES.
                   02 PMSetDate   PIC 9(8).
