      * ITEMLOC - stock by location (itemloc.txt), keyed by item code
      * and branch code: what each branch physically holds of an
      * item.  ItemOnHand on ITEMREC stays the company figure and
      * always equals the sum of LCOnHand and LCInTransit over the
      * item's locations.  The STKLOC subprogram moves stock for the
      * invoicing, receiving and count programs; stkxfer moves it
      * between branches and keeps the reorder points; stockrpt
      * reports it.
      *   2021-10-13 Brownies - first cut.  The location is a
      *              brmast.txt branch code; stock for customers with
      *              no branch is held at the house location HSE.
      *              LCInTransit is stock shipped to this branch on
      *              a transfer it has not yet confirmed; it is not
      *              available to sell.  A zero LCReorder falls back
      *              to the item's own ItemReorder.
      *   2021-10-21 Brownies - LCBin, the shelf or bin the item is
      *              kept in at the location (stkxfer keys it); pick
      *              tickets print in bin order.  Blank sorts first
      *              as not yet binned.  MIGRATION: widening this
      *              layout changes the indexed record length;
      *              rebuild an existing itemloc.txt from a
      *              sequential copy taken with the prior build
      *              before the widened programs open it.
                01 ItemLocData.
                   02 LCKey.
                      03 LCItemCode PIC X(8).
                      03 LCBranch   PIC X(3).
                   02 LCOnHand    PIC S9(5).
                   02 LCInTransit PIC 9(5).
                   02 LCReorder   PIC 9(5).
                   02 LCBin       PIC X(6).
