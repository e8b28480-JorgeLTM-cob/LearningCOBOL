      *              existing items.txt from a sequential copy
      *              taken with the prior build before the widened
      *              programs open it.
      *   2021-10-03 Brownies - ItemSupplier, the supplier code on
      *              the suppmnt master the item is bought from;
      *              purchord raises the reorder POs against it.
      *              Blank = no regular supplier.  Same rebuild as
      *              above for an existing items.txt.
      *   2021-10-11 Brownies - ItemCost, the unit cost in home
      *              dollars as a weighted average: stockrcv folds
      *              each receipt in at the PO cost, itemmnt keys
      *              the opening cost for an item that has none, and
      *              the invoicing programs stamp it on what they
      *              sell.  Four decimals so the average does not
      *              drift.  Same rebuild as above for an existing
      *              items.txt.
      *   2021-10-25 Brownies - ItemWeight, the shipping weight of
      *              one unit in pounds (a kit's is the packed kit),
      *              which round totals for the FRTCALC freight
      *              charge.  Zero ships without weight.  Same
      *              rebuild as above for an existing items.txt.
                01 ItemData.
                   02 ItemCode    PIC X(8).
                   02 ItemDesc    PIC X(30).
                      88 ItemNonTaxable VALUE 'N'.
                   02 ItemOnHand  PIC S9(5).
                   02 ItemReorder PIC 9(5).
                   02 ItemSupplier PIC X(6).
                   02 ItemCost    PIC 9(5)V9999.
                   02 ItemWeight  PIC 9(3)V99.
