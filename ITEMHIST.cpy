      * ITEMHIST - the item sales history (itemhist.txt), one record
      * per item per month, keyed by item code then month, in the
      * ITEMREC copybook mold.  itemhist rebuilds it every night from
      * the saleline.txt journal; abcrpt ranks items off it, and it
      * answers "how many of X did we sell last quarter?" without
      * anyone reading the log.
      *   2021-10-27 Brownies - first cut.  IHUnits and IHRevenue
      *              (home dollars, net of discounts, before tax) are
      *              the month's sales with the void reversals and
      *              returns netted the way the journal carries
      *              them, so either can go negative in a month that
      *              took back more than it sold.  IHInvCount is the
      *              invoices the item sold on, less those voided in
      *              the month; IHLastSale the latest day in the
      *              month it sold (void and return lines aside),
      *              zero when the month only took goods back.
                01 ItemHistData.
                   02 IHKey.
                      03 IHItemCode  PIC X(8).
                      03 IHMonth     PIC 9(6).
                   02 IHUnits     PIC S9(7).
                   02 IHRevenue   PIC S9(9)V99.
                   02 IHInvCount  PIC S9(5).
                   02 IHLastSale  PIC 9(8).
